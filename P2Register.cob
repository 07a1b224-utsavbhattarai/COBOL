      *> Progrm-ID: P2Register.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Section registration.  P2PrereqEdit.cob decides a proposed
      *> enrollment is academically allowed and copies it to
      *> P2Cleared.dat; this run is what actually seats the student.
      *> Each cleared proposal is placed into a section of its
      *> course off the term's section list P2Sections.dat, which
      *> now carries the course each section teaches and its seat
      *> capacity (appended behind the section code and instructor
      *> P2RosterIn already reads -- rows written before the columns
      *> existed read back blank and are treated as not open for
      *> registration).  Among the course's sections with a seat
      *> left, the one with the MOST open seats takes the student,
      *> so enrollment balances across sections the way the
      *> registrar used to balance it by hand.
      *> The class list P2ClassList.dat is the term's registration
      *> file: one record per seat, grouped by section, carried
      *> from run to run so registration can be run as often as the
      *> prereq edit is -- seats already taken for the same term
      *> count against capacity (the class list carries every term
      *> and section codes are reused, so another term's seats do
      *> not), and a student already seated in the course that term
      *> is reported instead of seated twice.  A course whose sections
      *> are all full puts the student on the ranked waitlist
      *> P2Waitlist.dat behind everyone already waiting for that
      *> course (first cleared, first ranked); at the top of every
      *> run the waitlist is offered any seats that have opened
      *> since (a capacity raise, a new section) in rank order
      *> before a single new proposal is placed.  A proposal that
      *> cannot be placed at all -- no section of the course on the
      *> list, no capacity on file for any of them, already seated
      *> or already waiting -- goes on the could-not-place
      *> exception report P2RegExc.dat, which closes with the seat
      *> count of every section for each term placed into.  A
      *> student carrying a blocking institutional hold on
      *> P2Holds.dat (HOLDMST.CPY) is not seated: a new proposal
      *> goes on the could-not-place report naming the hold, and a
      *> waiting student keeps their place in line while the
      *> opened seat passes to the next one behind them.  Either
      *> way the shared hold exceptions file P2HoldExc.dat gets a
      *> line for the office that placed it.
      *> A term P2TimeTicket.cob has issued registration time
      *> tickets for (P2TimeTickets.dat, TIMETKT.CPY) is enforced:
      *> a new proposal is not seated before the student's ticket
      *> opens -- the run's date and time against the ticket's --
      *> nor at all for a student the term's tickets leave out, and
      *> goes on the could-not-place report saying which.  A term
      *> with no tickets on file registers open as before, and a
      *> waitlisted student already cleared the ticket to get in
      *> line, so promotion is not held to it.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2Register.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT sectionFile ASSIGN TO "P2Sections.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SectionStatus.
           SELECT clearedFile ASSIGN TO "P2Cleared.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ClearedStatus.
           SELECT demographicFile ASSIGN TO "P2Students.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DemographicStatus.
           SELECT classListFile ASSIGN TO "P2ClassList.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ClassListStatus.
           SELECT waitlistFile ASSIGN TO "P2Waitlist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WaitlistStatus.
           SELECT holdFile ASSIGN TO "P2Holds.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HoldStatus.
           SELECT holdExcFile ASSIGN TO "P2HoldExc.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HoldExcStatus.
           SELECT ticketFile ASSIGN TO "P2TimeTickets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TicketStatus.
           SELECT exceptionFile ASSIGN TO "P2RegExc.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT auditTrailFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.

       DATA DIVISION.
       FILE SECTION.
      *> SE-Course and SE-Capacity were appended for registration;
      *> capacity is received as text so a blank column on an older
      *> row reads as "no capacity on file" instead of zero.
       FD sectionFile.
       01 SectionRecord.
        02 SE-Section PIC X(12).
        02 SE-Instructor PIC X(20).
        02 SE-Course PIC X(9).
        02 SE-CapacityText PIC X(4).

       FD clearedFile.
       01 ClearedRecord.
        02 CL-StudentWNbr PIC X(9).
        02 CL-Years PIC X(11).
        02 CL-Course PIC X(9).

       FD demographicFile.
       01 DemographicRecord.
           COPY "STUDENTD.CPY".

      *> Fixed fields, one record per seat -- loaded by the roster
      *> and reporting runs, not read on paper.
       FD classListFile.
       01 ClassListRecord.
        02 CS-Section PIC X(12).
        02 CS-Course PIC X(9).
        02 CS-Years PIC X(11).
        02 CS-StudentWNbr PIC X(9).
        02 CS-StudentName PIC X(16).
        02 CS-RegDate PIC 9(8).

       FD waitlistFile.
       01 WaitlistRecord.
        02 WL-Course PIC X(9).
        02 WL-Years PIC X(11).
        02 WL-Rank PIC 9(4).
        02 WL-StudentWNbr PIC X(9).
        02 WL-StudentName PIC X(16).
        02 WL-Date PIC 9(8).

       FD holdFile.
       01 HoldRecord.
           COPY "HOLDMST.CPY".

       FD holdExcFile.
       01 HoldExcRecord.
        02 HoldExcLine PIC X(132).

       FD ticketFile.
       01 TicketRecord.
           COPY "TIMETKT.CPY".

       FD exceptionFile.
       01 ExceptionRecord.
        02 ExceptionLine PIC X(100).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-SectionStatus PIC XX VALUE SPACES.
       01 WS-ClearedStatus PIC XX VALUE SPACES.
       01 WS-DemographicStatus PIC XX VALUE SPACES.
       01 WS-ClassListStatus PIC XX VALUE SPACES.
       01 WS-WaitlistStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-HoldStatus PIC XX VALUE SPACES.
       01 WS-HoldExcStatus PIC XX VALUE SPACES.
       01 WS-TicketStatus PIC XX VALUE SPACES.
       01 WS-HoldEOF PIC X VALUE "N".
       01 WS-TicketEOF PIC X VALUE "N".
       01 WS-SectionEOF PIC X VALUE "N".
       01 WS-ClearedEOF PIC X VALUE "N".
       01 WS-DemoEOF PIC X VALUE "N".
       01 WS-ClassListEOF PIC X VALUE "N".
       01 WS-WaitlistEOF PIC X VALUE "N".
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
      *> Integrity-trailer verification fields -- same record
      *> count + catalog-year hash scheme the master writers stamp.
       01 WS-VfyCount PIC 9(9) VALUE ZERO.
       01 WS-VfyHash1 PIC 9(9) VALUE ZERO.
       01 WS-VfyTrailerSeen PIC X VALUE "N".
       01 WS-VfyEOF PIC X VALUE "N".
       01 WS-VfyTrailer.
        02 WS-VT-Tag PIC X(6).
        02 FILLER PIC X(1).
        02 WS-VT-Count PIC 9(9).
        02 WS-VT-Hash1 PIC 9(9).
        02 WS-VT-Hash2 PIC 9(9).
      *> The term's section list.  SC-Capacity is ZERO and
      *> SC-HasCapacity "N" for a row with no capacity on file.
      *> The list carries no term and section codes are reused
      *> term after term, so a section's filled seats are counted
      *> off the seat table for the term being placed
      *> (CountSectionSeats), never kept on the section.
       01 SectionTable.
           02 SectionEntry OCCURS 200 TIMES.
               03 SC-Section PIC X(12) VALUE SPACES.
               03 SC-Instructor PIC X(20) VALUE SPACES.
               03 SC-Course PIC X(9) VALUE SPACES.
               03 SC-Capacity PIC 9(4) VALUE ZERO.
               03 SC-HasCapacity PIC X(1) VALUE "N".
       01 SectionCount PIC 999 VALUE ZERO.
       01 SectionIdx PIC 999 VALUE ZERO.
       01 SectionFoundIdx PIC 999 VALUE ZERO.
       01 WS-CapacityRows PIC 999 VALUE ZERO.
      *> Every seat on the class list -- last run's and this run's.
      *> SA-SectionIdx is ZERO for a seat whose section has since
      *> left the section list; the seat is carried, not dropped.
       01 SeatTable.
           02 SeatEntry OCCURS 3000 TIMES.
               03 SA-SectionIdx PIC 999 VALUE ZERO.
               03 SA-Section PIC X(12) VALUE SPACES.
               03 SA-Course PIC X(9) VALUE SPACES.
               03 SA-Years PIC X(11) VALUE SPACES.
               03 SA-StudentWNbr PIC X(9) VALUE SPACES.
               03 SA-StudentName PIC X(16) VALUE SPACES.
               03 SA-RegDate PIC 9(8) VALUE ZERO.
       01 SeatCount PIC 9(4) VALUE ZERO.
       01 SeatIdx PIC 9(4) VALUE ZERO.
      *> The waitlist -- last run's entries in their rank order,
      *> then this run's overflow.  WT-Seated "Y" marks an entry
      *> promoted into a seat this run; it is not written back.
       01 WaitTable.
           02 WaitEntry OCCURS 2000 TIMES.
               03 WT-Course PIC X(9) VALUE SPACES.
               03 WT-Years PIC X(11) VALUE SPACES.
               03 WT-StudentWNbr PIC X(9) VALUE SPACES.
               03 WT-StudentName PIC X(16) VALUE SPACES.
               03 WT-Date PIC 9(8) VALUE ZERO.
               03 WT-Seated PIC X(1) VALUE "N".
               03 WT-Written PIC X(1) VALUE "N".
       01 WaitCount PIC 9(4) VALUE ZERO.
       01 WaitIdx PIC 9(4) VALUE ZERO.
       01 WaitIdx2 PIC 9(4) VALUE ZERO.
       01 WS-WaitRank PIC 9(4) VALUE ZERO.
      *> Student names off the demographic master.
       01 NameTable.
           02 NameEntry OCCURS 500 TIMES.
               03 NM-StudentWNbr PIC X(9) VALUE SPACES.
               03 NM-StudentName PIC X(16) VALUE SPACES.
       01 NameCount PIC 999 VALUE ZERO.
       01 NameIdx PIC 999 VALUE ZERO.
      *> Blocking institutional holds, loaded once.
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
       01 WS-HoldAction PIC X(18) VALUE SPACES.
      *> Registration time tickets, every term's, loaded once.
       01 TicketTable.
           02 TicketEntry OCCURS 5000 TIMES.
               03 TK-StudentWNbr PIC X(9) VALUE SPACES.
               03 TK-Years PIC X(11) VALUE SPACES.
               03 TK-StartDate PIC 9(8) VALUE ZERO.
               03 TK-StartTime PIC 9(4) VALUE ZERO.
       01 TicketCount PIC 9(4) VALUE ZERO.
       01 TicketIdx PIC 9(4) VALUE ZERO.
       01 TicketFoundIdx PIC 9(4) VALUE ZERO.
       01 WS-TermTicketed PIC X VALUE "N".
       01 WS-TicketBlocked PIC X VALUE "N".
       01 WS-TicketRefused PIC 9(5) VALUE ZERO.
      *> The placement being attempted -- set by the caller for a
      *> cleared proposal or a waitlisted student alike.
       01 WS-PlaceWNbr PIC X(9) VALUE SPACES.
       01 WS-PlaceName PIC X(16) VALUE SPACES.
       01 WS-PlaceYears PIC X(11) VALUE SPACES.
       01 WS-PlaceCourse PIC X(9) VALUE SPACES.
       01 WS-PlaceDate PIC 9(8) VALUE ZERO.
       01 WS-CourseSections PIC 999 VALUE ZERO.
       01 WS-CourseWithCap PIC 999 VALUE ZERO.
       01 WS-BestOpen PIC 9(4) VALUE ZERO.
       01 WS-OpenSeats PIC 9(4) VALUE ZERO.
       01 WS-SectionFilled PIC 9(4) VALUE ZERO.
      *> Every term a placement was attempted for this run -- the
      *> seat summary shows each one's sections.
       01 RunTermTable.
           02 RunTermEntry OCCURS 20 TIMES.
               03 RT-Years PIC X(11) VALUE SPACES.
       01 RunTermCount PIC 99 VALUE ZERO.
       01 RunTermIdx PIC 99 VALUE ZERO.
       01 RunTermFoundIdx PIC 99 VALUE ZERO.
       01 WS-AlreadySeated PIC X VALUE "N".
       01 WS-AlreadyWaiting PIC X VALUE "N".
       01 WS-ExceptionReason PIC X(40) VALUE SPACES.
       01 WS-TableOverflow PIC X VALUE "N".
       01 WS-ProposalsRead PIC 9(5) VALUE ZERO.
       01 WS-SeatedCount PIC 9(5) VALUE ZERO.
       01 WS-WaitlistedCount PIC 9(5) VALUE ZERO.
       01 WS-PromotedCount PIC 9(5) VALUE ZERO.
       01 WS-ExceptionCount PIC 9(5) VALUE ZERO.
       01 WS-HoldRefused PIC 9(5) VALUE ZERO.
       01 WS-CapacityOut PIC ZZZ9.
       01 WS-FilledOut PIC ZZZ9.
       01 WS-OpenOut PIC ZZZ9.
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
       PERFORM LoadSections.
       IF WS-CapacityRows = ZERO
           DISPLAY "P2REGISTER ABORTED: P2Sections.dat IS MISSING, "
               "EMPTY, OR CARRIES NO SEAT CAPACITIES -- NOTHING "
               "TO SEAT STUDENTS INTO"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM AcquireMasterLock.
       PERFORM VerifyDemographicMaster.
       PERFORM LoadStudentNames.
       PERFORM LoadBlockingHolds.
       PERFORM LoadTimeTickets.
       PERFORM WriteAuditHeader.
       PERFORM LoadClassList.
       PERFORM LoadWaitlist.
       IF WS-TableOverflow = "Y"
           DISPLAY "P2REGISTER ABORTED: P2ClassList.dat OR "
               "P2Waitlist.dat EXCEEDS ITS TABLE -- NEITHER FILE "
               "REWRITTEN"
           PERFORM ReleaseMasterLock
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT exceptionFile.
       MOVE SPACES TO ExceptionLine.
       STRING "SECTION REGISTRATION -- COULD NOT PLACE  ",
           WS-RunDate INTO ExceptionLine.
       WRITE ExceptionRecord.
       MOVE SPACES TO ExceptionLine.
       WRITE ExceptionRecord.
       OPEN EXTEND holdExcFile.
       IF WS-HoldExcStatus = "35"
           OPEN OUTPUT holdExcFile
       END-IF.
      *> Seats that opened since the last run go to the waitlist
      *> first, in rank order, before any new proposal is placed.
       PERFORM VARYING WaitIdx FROM 1 BY 1
           UNTIL WaitIdx > WaitCount
           PERFORM PromoteOneWaiting
       END-PERFORM.
       OPEN INPUT clearedFile.
       IF WS-ClearedStatus NOT = "00"
           DISPLAY "P2REGISTER: NO P2Cleared.dat -- NO NEW "
               "PROPOSALS, WAITLIST PROMOTION ONLY"
           MOVE "Y" TO WS-ClearedEOF
       END-IF.
       PERFORM UNTIL WS-ClearedEOF = "Y"
           READ clearedFile
               AT END
                   MOVE "Y" TO WS-ClearedEOF
               NOT AT END
                   ADD 1 TO WS-ProposalsRead
                   PERFORM PlaceOneProposal
           END-READ
       END-PERFORM.
       IF WS-ClearedStatus NOT = "35"
           CLOSE clearedFile
       END-IF.
       PERFORM WriteSeatSummary.
       CLOSE exceptionFile.
       CLOSE holdExcFile.
       IF WS-TableOverflow = "Y"
           DISPLAY "P2REGISTER ABORTED: SEAT OR WAITLIST TABLE "
               "FULL -- P2ClassList.dat AND P2Waitlist.dat LEFT "
               "AS THEY WERE"
           PERFORM ReleaseMasterLock
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM WriteClassList.
       PERFORM WriteWaitlist.
       DISPLAY "P2REGISTER: PROPOSALS: " WS-ProposalsRead
           "  SEATED: " WS-SeatedCount
           "  WAITLISTED: " WS-WaitlistedCount
           "  PROMOTED: " WS-PromotedCount
           "  NOT PLACED: " WS-ExceptionCount
           "  HOLDS: " WS-HoldRefused
           "  TIME TICKET: " WS-TicketRefused.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseMasterLock.
       IF WS-ExceptionCount > ZERO OR WS-HoldRefused > ZERO
           OR WS-TicketRefused > ZERO
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

      *> Shared hold on the demographic master for the whole run.
       AcquireMasterLock.
           MOVE "STUDENTS" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           MOVE "P2REGISTER" TO LockReqProgram
           CALL "P2Lock" USING LockRequest
           IF LockReqResult NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       ReleaseMasterLock.
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest.

      *> Re-adds the demographic master against its integrity
      *> trailer before the class list is named from it.  A master
      *> with no trailer yet is warned about and accepted.
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
               DISPLAY "P2REGISTER: P2Students.dat CARRIES NO "
                   "INTEGRITY TRAILER (LEGACY MASTER) -- "
                   "USED AS-IS"
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               DISPLAY "P2REGISTER ABORTED: P2Students.dat DOES "
                   "NOT BALANCE TO ITS INTEGRITY TRAILER"
               DISPLAY "  TRAILER: COUNT=" WS-VT-Count
                   " YEARS=" WS-VT-Hash1
               DISPLAY "  ON FILE: COUNT=" WS-VfyCount
                   " YEARS=" WS-VfyHash1
               PERFORM ReleaseMasterLock
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LoadSections.
           MOVE "N" TO WS-SectionEOF
           OPEN INPUT sectionFile
           IF WS-SectionStatus NOT = "00"
               MOVE "Y" TO WS-SectionEOF
           END-IF
           PERFORM UNTIL WS-SectionEOF = "Y"
               READ sectionFile
                   AT END
                       MOVE "Y" TO WS-SectionEOF
                   NOT AT END
                       IF SectionCount < 200
                           ADD 1 TO SectionCount
                           MOVE SE-Section TO
                               SC-Section(SectionCount)
                           MOVE SE-Instructor TO
                               SC-Instructor(SectionCount)
                           MOVE SE-Course TO SC-Course(SectionCount)
                           IF SE-CapacityText IS NUMERIC
                               AND SE-Course NOT = SPACES
                               MOVE SE-CapacityText TO
                                   SC-Capacity(SectionCount)
                               MOVE "Y" TO
                                   SC-HasCapacity(SectionCount)
                               ADD 1 TO WS-CapacityRows
                           END-IF
                       ELSE
                           DISPLAY "SECTION TABLE OVERFLOW: "
                               SE-Section " NOT LOADED"
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SectionStatus NOT = "35"
               CLOSE sectionFile
           END-IF.

       LoadStudentNames.
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
                           IF NameCount < 500
                               ADD 1 TO NameCount
                               MOVE DM-StudentWNbr TO
                                   NM-StudentWNbr(NameCount)
                               MOVE DM-StudentName TO
                                   NM-StudentName(NameCount)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DemographicStatus NOT = "35"
               CLOSE demographicFile
           END-IF.

      *> Last run's seats, every term's, each tied to its section
      *> on the list -- they count against capacity only for their
      *> own term (CountSectionSeats).
       LoadClassList.
           MOVE "N" TO WS-ClassListEOF
           OPEN INPUT classListFile
           IF WS-ClassListStatus NOT = "00"
               MOVE "Y" TO WS-ClassListEOF
           END-IF
           PERFORM UNTIL WS-ClassListEOF = "Y"
               READ classListFile
                   AT END
                       MOVE "Y" TO WS-ClassListEOF
                   NOT AT END
                       IF SeatCount < 3000
                           ADD 1 TO SeatCount
                           MOVE CS-Section TO SA-Section(SeatCount)
                           MOVE CS-Course TO SA-Course(SeatCount)
                           MOVE CS-Years TO SA-Years(SeatCount)
                           MOVE CS-StudentWNbr TO
                               SA-StudentWNbr(SeatCount)
                           MOVE CS-StudentName TO
                               SA-StudentName(SeatCount)
                           MOVE CS-RegDate TO SA-RegDate(SeatCount)
                           MOVE ZERO TO SectionFoundIdx
                           PERFORM VARYING SectionIdx FROM 1 BY 1
                               UNTIL SectionIdx > SectionCount
                               IF SC-Section(SectionIdx) = CS-Section
                                   MOVE SectionIdx TO SectionFoundIdx
                               END-IF
                           END-PERFORM
                           MOVE SectionFoundIdx TO
                               SA-SectionIdx(SeatCount)
                       ELSE
                           MOVE "Y" TO WS-TableOverflow
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ClassListStatus NOT = "35"
               CLOSE classListFile
           END-IF.

      *> Last run's waitlist, in the rank order it was written in.
       LoadWaitlist.
           MOVE "N" TO WS-WaitlistEOF
           OPEN INPUT waitlistFile
           IF WS-WaitlistStatus NOT = "00"
               MOVE "Y" TO WS-WaitlistEOF
           END-IF
           PERFORM UNTIL WS-WaitlistEOF = "Y"
               READ waitlistFile
                   AT END
                       MOVE "Y" TO WS-WaitlistEOF
                   NOT AT END
                       IF WaitCount < 2000
                           ADD 1 TO WaitCount
                           MOVE WL-Course TO WT-Course(WaitCount)
                           MOVE WL-Years TO WT-Years(WaitCount)
                           MOVE WL-StudentWNbr TO
                               WT-StudentWNbr(WaitCount)
                           MOVE WL-StudentName TO
                               WT-StudentName(WaitCount)
                           MOVE WL-Date TO WT-Date(WaitCount)
                           MOVE "N" TO WT-Seated(WaitCount)
                       ELSE
                           MOVE "Y" TO WS-TableOverflow
                       END-IF
               END-READ
           END-PERFORM
           IF WS-WaitlistStatus NOT = "35"
               CLOSE waitlistFile
           END-IF.

      *> A waiting student takes a seat only if one has opened in
      *> one of the course's sections; otherwise they keep their
      *> place in line.
      *> A student seated in the course some other way since they
      *> joined simply leaves the line.
       PromoteOneWaiting.
           MOVE WT-StudentWNbr(WaitIdx) TO WS-PlaceWNbr
           MOVE WT-Years(WaitIdx) TO WS-PlaceYears
           MOVE WT-Course(WaitIdx) TO WS-PlaceCourse
           PERFORM CheckAlreadySeated
           IF WS-AlreadySeated = "Y"
               MOVE "Y" TO WT-Seated(WaitIdx)
               EXIT PARAGRAPH
           END-IF
           PERFORM FindOpenSection
           IF SectionFoundIdx > ZERO
               PERFORM CheckBlockingHold
               IF HoldFoundIdx > ZERO
                   MOVE WT-StudentName(WaitIdx) TO WS-PlaceName
                   MOVE "PROMOTION HELD" TO WS-HoldAction
                   PERFORM NoteHoldRefusal
                   EXIT PARAGRAPH
               END-IF
               MOVE WT-StudentName(WaitIdx) TO WS-PlaceName
               MOVE WS-RunDate TO WS-PlaceDate
               PERFORM TakeSeat
               IF WS-TableOverflow = "N"
                   MOVE "Y" TO WT-Seated(WaitIdx)
                   ADD 1 TO WS-PromotedCount
               END-IF
           END-IF.

      *> One cleared proposal: refuse a duplicate, seat it if any
      *> section of the course has room, wait-list it if the
      *> course's sections are full, and report it if the course
      *> cannot be registered into at all.
       PlaceOneProposal.
           MOVE CL-StudentWNbr TO WS-PlaceWNbr
           MOVE CL-Years TO WS-PlaceYears
           MOVE CL-Course TO WS-PlaceCourse
           MOVE WS-RunDate TO WS-PlaceDate
           PERFORM FindStudentName
           PERFORM CheckAlreadySeated
           PERFORM CheckAlreadyWaiting
           PERFORM CheckBlockingHold
           PERFORM CheckTimeTicket
           MOVE SPACES TO WS-ExceptionReason
           EVALUATE TRUE
               WHEN WS-AlreadySeated = "Y"
                   MOVE "ALREADY SEATED IN A SECTION OF THE COURSE"
                       TO WS-ExceptionReason
               WHEN WS-AlreadyWaiting = "Y"
                   MOVE "ALREADY ON THE COURSE WAITLIST"
                       TO WS-ExceptionReason
               WHEN HoldFoundIdx > ZERO
                   STRING HL-HoldType(HoldFoundIdx) DELIMITED BY " ",
                       " HOLD -- SEE " DELIMITED BY SIZE,
                       HL-Office(HoldFoundIdx) DELIMITED BY SIZE
                       INTO WS-ExceptionReason
                   MOVE "SEAT REFUSED" TO WS-HoldAction
                   PERFORM NoteHoldRefusal
               WHEN WS-TicketBlocked = "Y"
                   ADD 1 TO WS-TicketRefused
                   IF TicketFoundIdx = ZERO
                       MOVE "NO REGISTRATION TIME TICKET FOR TERM"
                           TO WS-ExceptionReason
                   ELSE
                       STRING "TIME TICKET OPENS ",
                           TK-StartDate(TicketFoundIdx), " ",
                           TK-StartTime(TicketFoundIdx)
                           DELIMITED BY SIZE INTO WS-ExceptionReason
                   END-IF
               WHEN OTHER
                   PERFORM FindOpenSection
                   EVALUATE TRUE
                       WHEN WS-CourseSections = ZERO
                           MOVE "NO SECTION OF THE COURSE ON FILE"
                               TO WS-ExceptionReason
                       WHEN WS-CourseWithCap = ZERO
                           MOVE "NO SEAT CAPACITY ON FILE"
                               TO WS-ExceptionReason
                       WHEN SectionFoundIdx > ZERO
                           PERFORM TakeSeat
                           IF WS-TableOverflow = "N"
                               ADD 1 TO WS-SeatedCount
                           END-IF
                       WHEN OTHER
                           PERFORM JoinWaitlist
                   END-EVALUATE
           END-EVALUATE
           IF WS-ExceptionReason NOT = SPACES
               ADD 1 TO WS-ExceptionCount
               MOVE SPACES TO ExceptionLine
               STRING WS-PlaceWNbr, " ", WS-PlaceName, " ",
                   WS-PlaceYears, " ", WS-PlaceCourse, "  ",
                   WS-ExceptionReason INTO ExceptionLine
               WRITE ExceptionRecord
           END-IF.

      *> The blocking institutional holds.  No holds master simply
      *> means no holds; a hold that does not fit the table is a
      *> hold that would seat a blocked student, so overflow stops
      *> the run before anything is rewritten.
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
                               DISPLAY "P2REGISTER ABORTED: MORE "
                                   "THAN 500 BLOCKING HOLDS IN "
                                   "P2Holds.dat"
                               PERFORM ReleaseMasterLock
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HoldStatus NOT = "35"
               CLOSE holdFile
           END-IF.

      *> Every term's registration time tickets.  No ticket file
      *> means no term is ticketed; a ticket that does not fit the
      *> table is a student who would be refused as unticketed, so
      *> overflow stops the run before anything is rewritten.
       LoadTimeTickets.
           MOVE "N" TO WS-TicketEOF
           OPEN INPUT ticketFile
           IF WS-TicketStatus NOT = "00"
               MOVE "Y" TO WS-TicketEOF
           END-IF
           PERFORM UNTIL WS-TicketEOF = "Y"
               READ ticketFile
                   AT END
                       MOVE "Y" TO WS-TicketEOF
                   NOT AT END
                       IF TicketCount < 5000
                           ADD 1 TO TicketCount
                           MOVE TT-StudentWNbr TO
                               TK-StudentWNbr(TicketCount)
                           MOVE TT-Years TO TK-Years(TicketCount)
                           MOVE TT-StartDate TO
                               TK-StartDate(TicketCount)
                           MOVE TT-StartTime TO
                               TK-StartTime(TicketCount)
                       ELSE
                           DISPLAY "P2REGISTER ABORTED: MORE "
                               "THAN 5000 TIME TICKETS IN "
                               "P2TimeTickets.dat"
                           PERFORM ReleaseMasterLock
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TicketStatus NOT = "35"
               CLOSE ticketFile
           END-IF.

      *> WS-TicketBlocked "Y" when the proposal's term is ticketed
      *> and the student either holds no ticket for it
      *> (TicketFoundIdx zero) or holds one that has not opened yet
      *> as of this run's date and time.
       CheckTimeTicket.
           MOVE "N" TO WS-TicketBlocked
           MOVE "N" TO WS-TermTicketed
           MOVE ZERO TO TicketFoundIdx
           PERFORM VARYING TicketIdx FROM 1 BY 1
               UNTIL TicketIdx > TicketCount OR TicketFoundIdx > ZERO
               IF TK-Years(TicketIdx) = WS-PlaceYears
                   MOVE "Y" TO WS-TermTicketed
                   IF TK-StudentWNbr(TicketIdx) = WS-PlaceWNbr
                       MOVE TicketIdx TO TicketFoundIdx
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TermTicketed = "N"
               EXIT PARAGRAPH
           END-IF
           IF TicketFoundIdx = ZERO
               MOVE "Y" TO WS-TicketBlocked
               EXIT PARAGRAPH
           END-IF
           IF WS-RunDate < TK-StartDate(TicketFoundIdx)
               OR (WS-RunDate = TK-StartDate(TicketFoundIdx)
                   AND WS-RunTime(1:4) <
                       TK-StartTime(TicketFoundIdx))
               MOVE "Y" TO WS-TicketBlocked
           END-IF.

      *> First blocking hold on file for the student being placed,
      *> or HoldFoundIdx zero when none.
       CheckBlockingHold.
           MOVE ZERO TO HoldFoundIdx
           PERFORM VARYING HoldIdx FROM 1 BY 1
               UNTIL HoldIdx > HoldCount OR HoldFoundIdx > ZERO
               IF HL-StudentWNbr(HoldIdx) = WS-PlaceWNbr
                   MOVE HoldIdx TO HoldFoundIdx
               END-IF
           END-PERFORM.

      *> A seat withheld for a hold -- a refused proposal or a held
      *> promotion -- goes on the shared hold exceptions file.  A
      *> held promotion also gets a line on the could-not-place
      *> report, since it never reaches the proposal path's line.
       NoteHoldRefusal.
           ADD 1 TO WS-HoldRefused
           MOVE SPACES TO HoldExcLine
           STRING WS-RunDate, " ", WS-RunTime, " P2REGISTER   ",
               WS-PlaceWNbr, " ", WS-HoldAction,
               HL-HoldType(HoldFoundIdx), " ",
               HL-Office(HoldFoundIdx), " ",
               HL-PlacedDate(HoldFoundIdx), " ",
               HL-Reason(HoldFoundIdx) INTO HoldExcLine
           WRITE HoldExcRecord
           IF WS-HoldAction = "PROMOTION HELD"
               MOVE SPACES TO ExceptionLine
               STRING WS-PlaceWNbr, " ", WS-PlaceName, " ",
                   WS-PlaceYears, " ", WS-PlaceCourse, "  "
                   DELIMITED BY SIZE,
                   HL-HoldType(HoldFoundIdx) DELIMITED BY " ",
                   " HOLD -- LEFT ON WAITLIST" DELIMITED BY SIZE
                   INTO ExceptionLine
               WRITE ExceptionRecord
           END-IF.

       FindStudentName.
           MOVE SPACES TO WS-PlaceName
           PERFORM VARYING NameIdx FROM 1 BY 1
               UNTIL NameIdx > NameCount
               IF NM-StudentWNbr(NameIdx) = WS-PlaceWNbr
                   MOVE NM-StudentName(NameIdx) TO WS-PlaceName
               END-IF
           END-PERFORM.

       CheckAlreadySeated.
           MOVE "N" TO WS-AlreadySeated
           PERFORM VARYING SeatIdx FROM 1 BY 1
               UNTIL SeatIdx > SeatCount
               IF SA-StudentWNbr(SeatIdx) = WS-PlaceWNbr
                   AND SA-Course(SeatIdx) = WS-PlaceCourse
                   AND SA-Years(SeatIdx) = WS-PlaceYears
                   MOVE "Y" TO WS-AlreadySeated
               END-IF
           END-PERFORM.

       CheckAlreadyWaiting.
           MOVE "N" TO WS-AlreadyWaiting
           PERFORM VARYING WaitIdx2 FROM 1 BY 1
               UNTIL WaitIdx2 > WaitCount
               IF WT-StudentWNbr(WaitIdx2) = WS-PlaceWNbr
                   AND WT-Course(WaitIdx2) = WS-PlaceCourse
                   AND WT-Years(WaitIdx2) = WS-PlaceYears
                   AND WT-Seated(WaitIdx2) = "N"
                   MOVE "Y" TO WS-AlreadyWaiting
               END-IF
           END-PERFORM.

      *> The course's section with the most open seats (the first
      *> such on the list on a tie), or ZERO when every section
      *> with a capacity is full.  Also counts the course's
      *> sections and how many of them carry a capacity, so the
      *> caller can tell "full" from "cannot register".
       FindOpenSection.
           PERFORM NoteRunTerm
           MOVE ZERO TO SectionFoundIdx
           MOVE ZERO TO WS-BestOpen
           MOVE ZERO TO WS-CourseSections
           MOVE ZERO TO WS-CourseWithCap
           PERFORM VARYING SectionIdx FROM 1 BY 1
               UNTIL SectionIdx > SectionCount
               IF SC-Course(SectionIdx) = WS-PlaceCourse
                   ADD 1 TO WS-CourseSections
                   IF SC-HasCapacity(SectionIdx) = "Y"
                       ADD 1 TO WS-CourseWithCap
                       PERFORM CountSectionSeats
                       IF WS-SectionFilled <
                           SC-Capacity(SectionIdx)
                           COMPUTE WS-OpenSeats =
                               SC-Capacity(SectionIdx) -
                               WS-SectionFilled
                           IF WS-OpenSeats > WS-BestOpen
                               MOVE WS-OpenSeats TO WS-BestOpen
                               MOVE SectionIdx TO SectionFoundIdx
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       TakeSeat.
           IF SeatCount NOT < 3000
               MOVE "Y" TO WS-TableOverflow
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SeatCount
           MOVE SectionFoundIdx TO SA-SectionIdx(SeatCount)
           MOVE SC-Section(SectionFoundIdx) TO SA-Section(SeatCount)
           MOVE WS-PlaceCourse TO SA-Course(SeatCount)
           MOVE WS-PlaceYears TO SA-Years(SeatCount)
           MOVE WS-PlaceWNbr TO SA-StudentWNbr(SeatCount)
           MOVE WS-PlaceName TO SA-StudentName(SeatCount)
           MOVE WS-PlaceDate TO SA-RegDate(SeatCount).

      *> Seats already taken in section SectionIdx for the term
      *> being placed, WS-PlaceYears -- another term's seats in a
      *> reused section code take nothing from this term.
       CountSectionSeats.
           MOVE ZERO TO WS-SectionFilled
           PERFORM VARYING SeatIdx FROM 1 BY 1
               UNTIL SeatIdx > SeatCount
               IF SA-SectionIdx(SeatIdx) = SectionIdx
                   AND SA-Years(SeatIdx) = WS-PlaceYears
                   ADD 1 TO WS-SectionFilled
               END-IF
           END-PERFORM.

      *> Remembers WS-PlaceYears for the seat summary.  Past the
      *> table the term simply goes unsummarized.
       NoteRunTerm.
           MOVE ZERO TO RunTermFoundIdx
           PERFORM VARYING RunTermIdx FROM 1 BY 1
               UNTIL RunTermIdx > RunTermCount
               IF RT-Years(RunTermIdx) = WS-PlaceYears
                   MOVE RunTermIdx TO RunTermFoundIdx
               END-IF
           END-PERFORM
           IF RunTermFoundIdx = ZERO AND RunTermCount < 20
               ADD 1 TO RunTermCount
               MOVE WS-PlaceYears TO RT-Years(RunTermCount)
           END-IF.

       JoinWaitlist.
           IF WaitCount NOT < 2000
               MOVE "Y" TO WS-TableOverflow
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WaitCount
           MOVE WS-PlaceCourse TO WT-Course(WaitCount)
           MOVE WS-PlaceYears TO WT-Years(WaitCount)
           MOVE WS-PlaceWNbr TO WT-StudentWNbr(WaitCount)
           MOVE WS-PlaceName TO WT-StudentName(WaitCount)
           MOVE WS-PlaceDate TO WT-Date(WaitCount)
           MOVE "N" TO WT-Seated(WaitCount)
           ADD 1 TO WS-WaitlistedCount.

      *> Closes the exception report with every section's seat
      *> count for each term placed into this run, so the
      *> registrar sees the whole picture on one page.
       WriteSeatSummary.
           IF RunTermCount = ZERO
               MOVE SPACES TO ExceptionLine
               WRITE ExceptionRecord
               MOVE "NO SEAT SOUGHT THIS RUN" TO ExceptionLine
               WRITE ExceptionRecord
           END-IF
           PERFORM VARYING RunTermIdx FROM 1 BY 1
               UNTIL RunTermIdx > RunTermCount
               MOVE RT-Years(RunTermIdx) TO WS-PlaceYears
               PERFORM WriteTermSeatSummary
           END-PERFORM
           MOVE SPACES TO ExceptionLine
           WRITE ExceptionRecord
           MOVE SPACES TO ExceptionLine
           STRING "PROPOSALS: ", WS-ProposalsRead,
               "   SEATED: ", WS-SeatedCount,
               "   WAITLISTED: ", WS-WaitlistedCount,
               "   PROMOTED: ", WS-PromotedCount,
               "   NOT PLACED: ", WS-ExceptionCount
               INTO ExceptionLine
           WRITE ExceptionRecord.

      *> One term's block of the seat summary -- WS-PlaceYears.
       WriteTermSeatSummary.
           MOVE SPACES TO ExceptionLine
           WRITE ExceptionRecord
           MOVE SPACES TO ExceptionLine
           STRING "SEATS FOR ", WS-PlaceYears INTO ExceptionLine
           WRITE ExceptionRecord
           MOVE SPACES TO ExceptionLine
           STRING "SECTION       COURSE     INSTRUCTOR           ",
               " CAP FILLED OPEN" INTO ExceptionLine
           WRITE ExceptionRecord
           PERFORM VARYING SectionIdx FROM 1 BY 1
               UNTIL SectionIdx > SectionCount
               MOVE SPACES TO ExceptionLine
               IF SC-HasCapacity(SectionIdx) = "Y"
                   PERFORM CountSectionSeats
                   MOVE SC-Capacity(SectionIdx) TO WS-CapacityOut
                   MOVE WS-SectionFilled TO WS-FilledOut
                   IF WS-SectionFilled < SC-Capacity(SectionIdx)
                       COMPUTE WS-OpenOut = SC-Capacity(SectionIdx)
                           - WS-SectionFilled
                   ELSE
                       MOVE ZERO TO WS-OpenOut
                   END-IF
                   STRING SC-Section(SectionIdx), "  ",
                       SC-Course(SectionIdx), "  ",
                       SC-Instructor(SectionIdx), " ",
                       WS-CapacityOut, "  ", WS-FilledOut, " ",
                       WS-OpenOut INTO ExceptionLine
               ELSE
                   STRING SC-Section(SectionIdx), "  ",
                       SC-Course(SectionIdx), "  ",
                       SC-Instructor(SectionIdx),
                       "  NO CAPACITY ON FILE" INTO ExceptionLine
               END-IF
               WRITE ExceptionRecord
           END-PERFORM.

      *> The class list in section order -- each section's seats
      *> together, sections in section-list order, then any seat
      *> whose section has left the list.
       WriteClassList.
           OPEN OUTPUT classListFile
           PERFORM VARYING SectionIdx FROM 1 BY 1
               UNTIL SectionIdx > SectionCount
               PERFORM VARYING SeatIdx FROM 1 BY 1
                   UNTIL SeatIdx > SeatCount
                   IF SA-SectionIdx(SeatIdx) = SectionIdx
                       PERFORM WriteOneSeat
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING SeatIdx FROM 1 BY 1
               UNTIL SeatIdx > SeatCount
               IF SA-SectionIdx(SeatIdx) = ZERO
                   PERFORM WriteOneSeat
               END-IF
           END-PERFORM
           CLOSE classListFile.

       WriteOneSeat.
           MOVE SPACES TO ClassListRecord
           MOVE SA-Section(SeatIdx) TO CS-Section
           MOVE SA-Course(SeatIdx) TO CS-Course
           MOVE SA-Years(SeatIdx) TO CS-Years
           MOVE SA-StudentWNbr(SeatIdx) TO CS-StudentWNbr
           MOVE SA-StudentName(SeatIdx) TO CS-StudentName
           MOVE SA-RegDate(SeatIdx) TO CS-RegDate
           WRITE ClassListRecord.

      *> Everyone still waiting, grouped by course in the order the
      *> courses first appear, ranked 1..n within the course in the
      *> order they joined -- promoted entries drop out and the
      *> ones behind them move up.
       WriteWaitlist.
           OPEN OUTPUT waitlistFile
           PERFORM VARYING WaitIdx FROM 1 BY 1
               UNTIL WaitIdx > WaitCount
               IF WT-Seated(WaitIdx) = "N"
                   AND WT-Written(WaitIdx) = "N"
                   MOVE ZERO TO WS-WaitRank
                   PERFORM VARYING WaitIdx2 FROM WaitIdx BY 1
                       UNTIL WaitIdx2 > WaitCount
                       IF WT-Course(WaitIdx2) = WT-Course(WaitIdx)
                           AND WT-Years(WaitIdx2) = WT-Years(WaitIdx)
                           AND WT-Seated(WaitIdx2) = "N"
                           AND WT-Written(WaitIdx2) = "N"
                           PERFORM WriteOneWaiting
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE waitlistFile.

       WriteOneWaiting.
           ADD 1 TO WS-WaitRank
           MOVE "Y" TO WT-Written(WaitIdx2)
           MOVE SPACES TO WaitlistRecord
           MOVE WT-Course(WaitIdx2) TO WL-Course
           MOVE WT-Years(WaitIdx2) TO WL-Years
           MOVE WS-WaitRank TO WL-Rank
           MOVE WT-StudentWNbr(WaitIdx2) TO WL-StudentWNbr
           MOVE WT-StudentName(WaitIdx2) TO WL-StudentName
           MOVE WT-Date(WaitIdx2) TO WL-Date
           WRITE WaitlistRecord.

       WriteAuditHeader.
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "HDR ", WS-RunDate, " ", WS-RunTime,
               " P2REGISTER IN=P2Cleared.dat "
               "OUT=P2ClassList.dat FRESH" INTO AuditTrailLine
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
               " P2REGISTER READ=", WS-ProposalsRead,
               " SEATED=", WS-SeatedCount,
               " WAITLISTED=", WS-WaitlistedCount,
               " PROMOTED=", WS-PromotedCount,
               " NOTPLACED=", WS-ExceptionCount,
               " HOLDS=", WS-HoldRefused, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
