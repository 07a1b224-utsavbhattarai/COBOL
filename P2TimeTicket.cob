      *> Progrm-ID: P2TimeTicket.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Registration priority time-ticket assignment, run before
      *> each registration period so a senior who needs one last
      *> course is not shut out by the rush of everyone at once.
      *> For the registration term named on the command line (its
      *> Years text, which must be on P2TermCal.dat) every
      *> continuing student -- on the demographic master
      *> P2Students.dat with work on the cumulative summary master
      *> P2StuSummary.dat, the last of it no more than
      *> TICKET-LAPSE-YEARS (P2Params.dat, default 1) years before
      *> the term -- is placed in the first priority group on the
      *> priority table P2TicketGroups.dat whose rule they meet:
      *>   GRADCAND  a graduation candidate on P2Graduation.dat;
      *>   HOURS     undergraduate earned hours, retakes replaced
      *>             (the summary's SU-UGEarnedHrs, the figure the
      *>             printed class level comes from) at least the
      *>             group's minimum;
      *>   ALL       anyone;
      *> and, when the group names one, the standing on
      *> P2Standing.dat it requires.  Each group is spread across
      *> its time slots from its opening date and time, highest
      *> earned hours first (W-number breaking a tie): the group's
      *> slot size of students per slot, its slot length apart,
      *> rolling to the next day's opening time at the group's
      *> daily closing time.  A student under academic SUSPENSION
      *> or carrying a blocking hold on P2Holds.dat gets no ticket
      *> -- nor does one no group takes -- and the reason is logged
      *> on P2TicketExc.dat (a hold also on the shared hold
      *> exceptions file P2HoldExc.dat for the office that placed
      *> it), which closes with each group's count and its first
      *> and last ticket.  Tickets are written to P2TimeTickets.dat
      *> (TIMETKT.CPY) -- the term's replaced, every other term's
      *> carried -- for P2Register.cob to enforce, and a one-page
      *> notice per ticketed student to P2TicketNotice.dat, or to
      *> P2TicketNoticeHold.dat under a HOLD FOR ADDRESS line when
      *> the mailing address is flagged undeliverable.
      *>   Usage:  P2TimeTicket "FALL 2025"
      *> P2TicketGroups.dat, one row per group: group number (2),
      *> rule (8), minimum earned hours (3), required standing (10,
      *> blank for any), opening date YYYYMMDD (8), opening time
      *> HHMM (4), daily closing time HHMM (4, zero for none), slot
      *> length in minutes (3), students per slot (4).
      *> RC 4 when any student is refused a ticket, RC 12 when the
      *> term or the priority table is missing or bad or a master
      *> does not verify, RC 16 when a table overflows.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2TimeTicket.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT calendarFile ASSIGN TO "P2TermCal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CalendarStatus.
           SELECT groupFile ASSIGN TO "P2TicketGroups.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GroupStatus.
           SELECT demographicFile ASSIGN TO "P2Students.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DemographicStatus.
           SELECT summaryFile ASSIGN TO "P2StuSummary.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SummaryStatus.
           SELECT genStateFile ASSIGN TO "P2HistoryGen.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GenStateStatus.
           SELECT standingFile ASSIGN TO "P2Standing.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StandingStatus.
           SELECT graduationFile ASSIGN TO "P2Graduation.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GraduationStatus.
           SELECT holdFile ASSIGN TO "P2Holds.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HoldStatus.
           SELECT paramFile ASSIGN TO "P2Params.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParamStatus.
           SELECT ticketFile ASSIGN TO "P2TimeTickets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TicketStatus.
           SELECT noticeFile ASSIGN TO "P2TicketNotice.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT noticeHoldFile ASSIGN TO "P2TicketNoticeHold.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT exceptionFile ASSIGN TO "P2TicketExc.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT holdExcFile ASSIGN TO "P2HoldExc.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HoldExcStatus.
           SELECT ticketWorkFile ASSIGN TO "P2TicketWork.tmp".
           SELECT auditTrailFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.

       DATA DIVISION.
       FILE SECTION.
       FD calendarFile.
       01 CalendarRecord.
           COPY "TERMCAL.CPY".

       FD groupFile.
       01 GroupRecord.
        02 GP-Group PIC X(2).
        02 GP-Rule PIC X(8).
        02 GP-MinHours PIC X(3).
        02 GP-Standing PIC X(10).
        02 GP-StartDate PIC X(8).
        02 GP-StartTime PIC X(4).
        02 GP-EndTime PIC X(4).
        02 GP-SlotMinutes PIC X(3).
        02 GP-SlotSize PIC X(4).

       FD demographicFile.
       01 DemographicRecord.
           COPY "STUDENTD.CPY".

       FD summaryFile.
       01 SummaryRecord.
           COPY "SUMMST.CPY".

       FD genStateFile.
       01 GenStateRecord.
        02 GS-LastGen PIC 9(4).

       FD standingFile.
       01 StandingRecord.
        02 SR-StudentWNbr PIC X(9).
        02 SR-Standing PIC X(10).

      *> The commencement report's fixed columns -- W-number at 17
      *> after the 16-byte name.
       FD graduationFile.
       01 GraduationRecord.
        02 GraduationLine PIC X(100).

       FD holdFile.
       01 HoldRecord.
           COPY "HOLDMST.CPY".

       FD paramFile.
       01 ParamRecord.
        02 ParamLine PIC X(40).

       FD ticketFile.
       01 TicketRecord.
           COPY "TIMETKT.CPY".

       FD noticeFile.
       01 NoticeRecord.
        02 NoticeLine PIC X(80).

       FD noticeHoldFile.
       01 NoticeHoldRecord.
        02 NoticeHoldLine PIC X(80).

       FD exceptionFile.
       01 ExceptionRecord.
        02 ExceptionLine PIC X(100).

       FD holdExcFile.
       01 HoldExcRecord.
        02 HoldExcLine PIC X(132).

      *> SORT work file: one record per student with a group --
      *> the group's order, most earned hours first within it.
       SD ticketWorkFile.
       01 TicketWorkRecord.
        02 TW-Group PIC 9(2).
        02 TW-EarnedHrs PIC 9(4)V99.
        02 TW-StudentWNbr PIC X(9).
        02 TW-StudentIdx PIC 9(4).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-CalendarStatus PIC XX VALUE SPACES.
       01 WS-GroupStatus PIC XX VALUE SPACES.
       01 WS-DemographicStatus PIC XX VALUE SPACES.
       01 WS-SummaryStatus PIC XX VALUE SPACES.
       01 WS-GenStateStatus PIC XX VALUE SPACES.
       01 WS-StandingStatus PIC XX VALUE SPACES.
       01 WS-GraduationStatus PIC XX VALUE SPACES.
       01 WS-HoldStatus PIC XX VALUE SPACES.
       01 WS-ParamStatus PIC XX VALUE SPACES.
       01 WS-TicketStatus PIC XX VALUE SPACES.
       01 WS-HoldExcStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-EOF PIC X VALUE "N".
       01 WS-WorkEOF PIC X VALUE "N".
       01 WS-ArgNum PIC 9(2) VALUE ZERO.
       01 WS-TermArg PIC X(11) VALUE SPACES.
       01 WS-TermSeason PIC X(11) VALUE SPACES.
       01 WS-TermYearText PIC X(4) VALUE SPACES.
       01 WS-TermKey PIC 9(5) VALUE ZERO.
       01 WS-TermYear PIC 9(4) VALUE ZERO.
       01 WS-LastYear PIC 9(4) VALUE ZERO.
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-RunDateOut.
        02 WS-RD-Year PIC 9(4).
        02 FILLER PIC X VALUE "-".
        02 WS-RD-Month PIC 99.
        02 FILLER PIC X VALUE "-".
        02 WS-RD-Day PIC 99.
       01 WS-TableOverflow PIC X VALUE "N".
       01 WS-ParamKey PIC X(20) VALUE SPACES.
       01 WS-ParamValue PIC X(20) VALUE SPACES.
       01 WS-LapseYears PIC 9(2) VALUE 1.
      *> The priority table, in group order.
       01 GroupTable.
           02 GroupEntry OCCURS 20 TIMES.
               03 TG-Group PIC 9(2) VALUE ZERO.
               03 TG-Rule PIC X(8) VALUE SPACES.
               03 TG-MinHours PIC 9(3) VALUE ZERO.
               03 TG-Standing PIC X(10) VALUE SPACES.
               03 TG-StartDate PIC 9(8) VALUE ZERO.
               03 TG-StartTime PIC 9(4) VALUE ZERO.
               03 TG-EndTime PIC 9(4) VALUE ZERO.
               03 TG-SlotMinutes PIC 9(3) VALUE ZERO.
               03 TG-SlotSize PIC 9(4) VALUE ZERO.
               03 TG-Students PIC 9(5) VALUE ZERO.
               03 TG-FirstDate PIC 9(8) VALUE ZERO.
               03 TG-FirstTime PIC 9(4) VALUE ZERO.
               03 TG-LastDate PIC 9(8) VALUE ZERO.
               03 TG-LastTime PIC 9(4) VALUE ZERO.
       01 GroupCount PIC 99 VALUE ZERO.
       01 GroupIdx PIC 99 VALUE ZERO.
       01 GroupFoundIdx PIC 99 VALUE ZERO.
       01 WS-BadGroupRows PIC 99 VALUE ZERO.
      *> Every student on the demographic master, with what the
      *> other files say about them joined in.
       01 StudentTable.
           02 StudentEntry OCCURS 2000 TIMES.
               03 SD-StudentWNbr PIC X(9) VALUE SPACES.
               03 SD-StudentName PIC X(16) VALUE SPACES.
               03 SD-AddressLine1 PIC X(30) VALUE SPACES.
               03 SD-AddressLine2 PIC X(30) VALUE SPACES.
               03 SD-Advisor PIC X(20) VALUE SPACES.
               03 SD-AddrBad PIC X(1) VALUE "N".
               03 SD-AddrReturnDoc PIC X(10) VALUE SPACES.
               03 SD-AddrReturnDate PIC X(8) VALUE SPACES.
               03 SD-OnSummary PIC X(1) VALUE "N".
               03 SD-EarnedHrs PIC 9(4)V99 VALUE ZERO.
               03 SD-LastTermKey PIC 9(5) VALUE ZERO.
               03 SD-Standing PIC X(10) VALUE SPACES.
               03 SD-GradCand PIC X(1) VALUE "N".
       01 StudentCount PIC 9(4) VALUE ZERO.
       01 StudentIdx PIC 9(4) VALUE ZERO.
       01 StudentFoundIdx PIC 9(4) VALUE ZERO.
       01 WS-LookupWNbr PIC X(9) VALUE SPACES.
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
      *> Other terms' tickets, carried through the rewrite.
       01 CarryTable.
           02 CarryEntry OCCURS 5000 TIMES.
               03 CT-TicketRecord PIC X(42) VALUE SPACES.
       01 CarryCount PIC 9(4) VALUE ZERO.
       01 CarryIdx PIC 9(4) VALUE ZERO.
      *> Judging one student.
       01 WS-RefuseReason PIC X(40) VALUE SPACES.
       01 WS-NotContinuing PIC 9(5) VALUE ZERO.
       01 WS-TicketCount PIC 9(5) VALUE ZERO.
       01 WS-RefusedCount PIC 9(5) VALUE ZERO.
       01 WS-SuspendedCount PIC 9(5) VALUE ZERO.
       01 WS-HoldRefused PIC 9(5) VALUE ZERO.
       01 WS-NoGroupCount PIC 9(5) VALUE ZERO.
       01 WS-HeldForAddress PIC 9(5) VALUE ZERO.
      *> Slot arithmetic for the student being ticketed.
       01 WS-PrevGroup PIC 9(2) VALUE ZERO.
       01 WS-Position PIC 9(5) VALUE ZERO.
       01 WS-SlotNbr PIC 9(5) VALUE ZERO.
       01 WS-StartMinute PIC 9(4) VALUE ZERO.
       01 WS-EndMinute PIC 9(4) VALUE ZERO.
       01 WS-SlotsPerDay PIC 9(4) VALUE ZERO.
       01 WS-DayOffset PIC 9(4) VALUE ZERO.
       01 WS-SlotInDay PIC 9(4) VALUE ZERO.
       01 WS-SlotMinute PIC 9(4) VALUE ZERO.
       01 WS-SlotHour PIC 99 VALUE ZERO.
       01 WS-SlotMin PIC 99 VALUE ZERO.
       01 WS-TicketDate PIC 9(8) VALUE ZERO.
       01 WS-TicketTime PIC 9(4) VALUE ZERO.
       01 WS-HHMM PIC 9(4) VALUE ZERO.
       01 WS-WorkHour PIC 99 VALUE ZERO.
       01 WS-WorkMin PIC 99 VALUE ZERO.
      *> Printed forms of a ticket.
       01 WS-TicketDateOut.
        02 WS-TD-Year PIC 9(4).
        02 FILLER PIC X VALUE "-".
        02 WS-TD-Month PIC 99.
        02 FILLER PIC X VALUE "-".
        02 WS-TD-Day PIC 99.
       01 WS-TicketTimeOut.
        02 WS-TT-Hour PIC 99.
        02 FILLER PIC X VALUE ":".
        02 WS-TT-Min PIC 99.
       01 WS-GroupOut PIC 99.
       01 WS-CountOut PIC ZZZZ9.
       01 WS-LinesOnNotice PIC 9(3) VALUE ZERO.
       01 WS-NoticePageSize PIC 9(3) VALUE 55.
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
      *> The summary master's trailer carries the history
      *> generation it was built from after the usual totals.
       01 WS-SumTrailer.
        02 WS-SM-Tag PIC X(6).
        02 FILLER PIC X(1).
        02 WS-SM-Count PIC 9(9).
        02 WS-SM-Hash1 PIC 9(9).
        02 WS-SM-Hash2 PIC 9(9).
        02 WS-SM-HistGen PIC 9(4).
       01 WS-HistGen PIC 9(4) VALUE ZERO.
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
       IF WS-TermArg = SPACES
           DISPLAY "P2TIMETICKET: USAGE: P2TimeTicket <TERM>"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM ReadRunParams.
       PERFORM FindTermKey.
       IF WS-TermKey = ZERO
           DISPLAY "P2TIMETICKET ABORTED: " WS-TermArg
               " IS NOT ON P2TermCal.dat"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       DIVIDE WS-TermKey BY 10 GIVING WS-TermYear.
       PERFORM LoadGroups.
       IF GroupCount = ZERO OR WS-BadGroupRows > ZERO
           DISPLAY "P2TIMETICKET ABORTED: P2TicketGroups.dat IS "
               "MISSING, EMPTY, OR CARRIES A BAD ROW -- NO "
               "TICKETS ASSIGNED"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM AcquireMasterLocks.
       PERFORM VerifySummaryMaster.
       PERFORM VerifyDemographicMaster.
       PERFORM WriteAuditHeader.
       PERFORM LoadStudents.
       PERFORM JoinSummaries.
       PERFORM JoinStanding.
       PERFORM JoinCandidates.
       PERFORM LoadBlockingHolds.
       PERFORM LoadOtherTermTickets.
       IF WS-TableOverflow = "Y"
           DISPLAY "P2TIMETICKET ABORTED: A TABLE OVERFLOWED -- "
               "P2TimeTickets.dat LEFT AS IT WAS"
           PERFORM ReleaseMasterLocks
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT exceptionFile.
       MOVE SPACES TO ExceptionLine.
       STRING "REGISTRATION TIME TICKETS -- NO TICKET ISSUED  ",
           WS-TermArg, "  ", WS-RunDate INTO ExceptionLine.
       WRITE ExceptionRecord.
       MOVE SPACES TO ExceptionLine.
       WRITE ExceptionRecord.
       OPEN EXTEND holdExcFile.
       IF WS-HoldExcStatus = "35"
           OPEN OUTPUT holdExcFile
       END-IF.
       OPEN OUTPUT ticketFile.
       PERFORM VARYING CarryIdx FROM 1 BY 1
           UNTIL CarryIdx > CarryCount
           MOVE CT-TicketRecord(CarryIdx) TO TicketRecord
           WRITE TicketRecord
       END-PERFORM.
       OPEN OUTPUT noticeFile.
       OPEN OUTPUT noticeHoldFile.
       SORT ticketWorkFile
           ON ASCENDING KEY TW-Group
           DESCENDING KEY TW-EarnedHrs
           ASCENDING KEY TW-StudentWNbr
           INPUT PROCEDURE IS JudgeStudents
           OUTPUT PROCEDURE IS AssignTickets.
       CLOSE ticketFile.
       CLOSE noticeFile.
       CLOSE noticeHoldFile.
       CLOSE holdExcFile.
       PERFORM WriteGroupSummary.
       CLOSE exceptionFile.
       DISPLAY "P2TIMETICKET: " WS-TermArg
           "  TICKETS: " WS-TicketCount
           "  REFUSED: " WS-RefusedCount
           "  NOT CONTINUING: " WS-NotContinuing
           "  HELD FOR ADDRESS: " WS-HeldForAddress.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseMasterLocks.
       IF WS-RefusedCount > ZERO
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

      *> Shared holds on the demographic and summary masters for
      *> the whole run.
       AcquireMasterLocks.
           MOVE "STUDENTS" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           MOVE "P2TIMETICKET" TO LockReqProgram
           CALL "P2Lock" USING LockRequest
           IF LockReqResult NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "SUMMARY" TO LockReqName
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
           MOVE "SUMMARY" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest
           MOVE "STUDENTS" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest.

      *> Re-adds the summary master against its integrity trailer
      *> and checks the trailer's history generation against the
      *> live one before any earned hours are trusted -- a summary
      *> missing, truncated, or built off an older master would
      *> put students in the wrong priority group, so any of the
      *> three refuses the run until P2StuSum is rerun.
       VerifySummaryMaster.
           MOVE ZERO TO WS-VfyCount
           MOVE ZERO TO WS-VfyHash1
           MOVE ZERO TO WS-VfyHash2
           MOVE "N" TO WS-VfyTrailerSeen
           MOVE "N" TO WS-VfyEOF
           OPEN INPUT summaryFile
           IF WS-SummaryStatus NOT = "00"
               DISPLAY "P2TIMETICKET ABORTED: P2StuSummary.dat NOT "
                   "ON FILE (STATUS " WS-SummaryStatus
                   ") -- RUN P2StuSum"
               PERFORM ReleaseMasterLocks
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-VfyEOF = "Y"
               READ summaryFile
                   AT END
                       MOVE "Y" TO WS-VfyEOF
                   NOT AT END
                       IF SummaryRecord(1:6) = "CTLTRL"
                           MOVE "Y" TO WS-VfyTrailerSeen
                           MOVE SummaryRecord TO WS-SumTrailer
                       ELSE
                           ADD 1 TO WS-VfyCount
                           COMPUTE WS-VfyHash1 =
                               WS-VfyHash1 + SU-GradedHrs * 100
                           COMPUTE WS-VfyHash2 =
                               WS-VfyHash2 + SU-CumQP * 100
                       END-IF
               END-READ
           END-PERFORM
           CLOSE summaryFile
           IF WS-VfyTrailerSeen = "N"
               OR WS-SM-Count NOT = WS-VfyCount
               OR WS-SM-Hash1 NOT = WS-VfyHash1
               OR WS-SM-Hash2 NOT = WS-VfyHash2
               DISPLAY "P2TIMETICKET ABORTED: P2StuSummary.dat DOES "
                   "NOT BALANCE TO ITS INTEGRITY TRAILER -- RUN "
                   "P2StuSum"
               PERFORM ReleaseMasterLocks
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
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
           END-IF
           IF WS-SM-HistGen NOT = WS-HistGen
               DISPLAY "P2TIMETICKET ABORTED: P2StuSummary.dat BUILT "
                   "FROM HISTORY GENERATION " WS-SM-HistGen
                   ", LIVE MASTER IS " WS-HistGen " -- RUN P2StuSum"
               PERFORM ReleaseMasterLocks
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Re-adds the demographic master against its integrity
      *> trailer before any student is ticketed from it -- a
      *> truncated master would silently leave students without a
      *> ticket.  A master with no trailer yet is warned about and
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
               DISPLAY "P2TIMETICKET: P2Students.dat CARRIES NO "
                   "INTEGRITY TRAILER (LEGACY MASTER) -- "
                   "USED AS-IS"
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               DISPLAY "P2TIMETICKET ABORTED: P2Students.dat DOES "
                   "NOT BALANCE TO ITS INTEGRITY TRAILER"
               DISPLAY "  TRAILER: COUNT=" WS-VT-Count
                   " YEARS=" WS-VT-Hash1
               DISPLAY "  ON FILE: COUNT=" WS-VfyCount
                   " YEARS=" WS-VfyHash1
               PERFORM ReleaseMasterLocks
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> TICKET-LAPSE-YEARS; anything else on the file belongs to
      *> other programs.
       ReadRunParams.
           MOVE "N" TO WS-EOF
           OPEN INPUT paramFile
           IF WS-ParamStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ paramFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-ParamKey
                       MOVE SPACES TO WS-ParamValue
                       UNSTRING ParamLine DELIMITED BY "="
                           INTO WS-ParamKey, WS-ParamValue
                       END-UNSTRING
                       EVALUATE WS-ParamKey
                           WHEN "TICKET-LAPSE-YEARS"
                               COMPUTE WS-LapseYears =
                                   FUNCTION NUMVAL(WS-ParamValue)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-ParamStatus NOT = "35"
               CLOSE paramFile
           END-IF.

      *> The term's key the way ComputeTermKey derives it (year * 10
      *> + the calendar's ordinal).
       FindTermKey.
           MOVE ZERO TO WS-TermKey
           MOVE "N" TO WS-EOF
           OPEN INPUT calendarFile
           IF WS-CalendarStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ calendarFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TC-Years = WS-TermArg
                           MOVE SPACES TO WS-TermSeason
                           MOVE "0000" TO WS-TermYearText
                           UNSTRING TC-Years DELIMITED BY SPACE
                               INTO WS-TermSeason WS-TermYearText
                           END-UNSTRING
                           IF WS-TermYearText IS NUMERIC
                               COMPUTE WS-TermKey =
                                   FUNCTION NUMVAL(WS-TermYearText)
                                   * 10 + TC-Ordinal
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CalendarStatus NOT = "35"
               CLOSE calendarFile
           END-IF.

      *> The priority table.  A row that does not edit -- a rule
      *> not known, a non-numeric column, a zero slot -- is shown
      *> and counted, and any such row refuses the run: a table
      *> half applied would ticket students out of their turn.
       LoadGroups.
           MOVE "N" TO WS-EOF
           OPEN INPUT groupFile
           IF WS-GroupStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ groupFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GroupRecord NOT = SPACES
                           PERFORM LoadOneGroup
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GroupStatus NOT = "35"
               CLOSE groupFile
           END-IF.

       LoadOneGroup.
           IF GP-Group IS NOT NUMERIC
               OR GP-MinHours IS NOT NUMERIC
               OR GP-StartDate IS NOT NUMERIC
               OR GP-StartTime IS NOT NUMERIC
               OR GP-EndTime IS NOT NUMERIC
               OR GP-SlotMinutes IS NOT NUMERIC
               OR GP-SlotSize IS NOT NUMERIC
               OR (GP-Rule NOT = "GRADCAND" AND GP-Rule NOT = "HOURS"
                   AND GP-Rule NOT = "ALL")
               OR GP-SlotMinutes = "000" OR GP-SlotSize = "0000"
               OR GP-StartTime(1:2) > "23" OR GP-StartTime(3:2) > "59"
               OR GP-EndTime(1:2) > "24" OR GP-EndTime(3:2) > "59"
               ADD 1 TO WS-BadGroupRows
               DISPLAY "P2TIMETICKET: BAD PRIORITY ROW: " GroupRecord
               EXIT PARAGRAPH
           END-IF
           IF GroupCount NOT < 20
               ADD 1 TO WS-BadGroupRows
               DISPLAY "P2TIMETICKET: MORE THAN 20 PRIORITY GROUPS"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO GroupCount
           MOVE GP-Group TO TG-Group(GroupCount)
           MOVE GP-Rule TO TG-Rule(GroupCount)
           MOVE GP-MinHours TO TG-MinHours(GroupCount)
           MOVE GP-Standing TO TG-Standing(GroupCount)
           MOVE GP-StartDate TO TG-StartDate(GroupCount)
           MOVE GP-StartTime TO TG-StartTime(GroupCount)
           MOVE GP-EndTime TO TG-EndTime(GroupCount)
           MOVE GP-SlotMinutes TO TG-SlotMinutes(GroupCount)
           MOVE GP-SlotSize TO TG-SlotSize(GroupCount).

       LoadStudents.
           MOVE "N" TO WS-EOF
           OPEN INPUT demographicFile
           IF WS-DemographicStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ demographicFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DemographicRecord(1:6) = "CTLTRL"
                           CONTINUE
                       ELSE
                       IF StudentCount < 2000
                           ADD 1 TO StudentCount
                           MOVE DM-StudentWNbr TO
                               SD-StudentWNbr(StudentCount)
                           MOVE DM-StudentName TO
                               SD-StudentName(StudentCount)
                           MOVE DM-AddressLine1 TO
                               SD-AddressLine1(StudentCount)
                           MOVE DM-AddressLine2 TO
                               SD-AddressLine2(StudentCount)
                           MOVE DM-Advisor TO SD-Advisor(StudentCount)
                           IF DM-AddrBad = "Y"
                               MOVE "Y" TO SD-AddrBad(StudentCount)
                               MOVE DM-AddrReturnDoc TO
                                   SD-AddrReturnDoc(StudentCount)
                               MOVE DM-AddrReturnDate TO
                                   SD-AddrReturnDate(StudentCount)
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-TableOverflow
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DemographicStatus NOT = "35"
               CLOSE demographicFile
           END-IF.

      *> Looks WS-LookupWNbr up on the student table.
       FindStudent.
           MOVE ZERO TO StudentFoundIdx
           PERFORM VARYING StudentIdx FROM 1 BY 1
               UNTIL StudentIdx > StudentCount
               OR StudentFoundIdx > ZERO
               IF SD-StudentWNbr(StudentIdx) = WS-LookupWNbr
                   MOVE StudentIdx TO StudentFoundIdx
               END-IF
           END-PERFORM.

       JoinSummaries.
           MOVE "N" TO WS-EOF
           OPEN INPUT summaryFile
           IF WS-SummaryStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ summaryFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SummaryRecord(1:6) NOT = "CTLTRL"
                           MOVE SU-StudentWNbr TO WS-LookupWNbr
                           PERFORM FindStudent
                           IF StudentFoundIdx > ZERO
                               MOVE "Y" TO
                                   SD-OnSummary(StudentFoundIdx)
                               MOVE SU-UGEarnedHrs TO
                                   SD-EarnedHrs(StudentFoundIdx)
                               MOVE SU-LastTermKey TO
                                   SD-LastTermKey(StudentFoundIdx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SummaryStatus NOT = "35"
               CLOSE summaryFile
           END-IF.

      *> Standing as P2 last stored it -- an appeals override is
      *> already the standing on the record.  No row is GOOD.
       JoinStanding.
           PERFORM VARYING StudentIdx FROM 1 BY 1
               UNTIL StudentIdx > StudentCount
               MOVE "GOOD" TO SD-Standing(StudentIdx)
           END-PERFORM
           MOVE "N" TO WS-EOF
           OPEN INPUT standingFile
           IF WS-StandingStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ standingFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SR-StudentWNbr TO WS-LookupWNbr
                       PERFORM FindStudent
                       IF StudentFoundIdx > ZERO
                           AND SR-Standing NOT = SPACES
                           MOVE SR-Standing TO
                               SD-Standing(StudentFoundIdx)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-StandingStatus NOT = "35"
               CLOSE standingFile
           END-IF.

      *> This run's graduation candidates off the commencement
      *> report's fixed columns.
       JoinCandidates.
           MOVE "N" TO WS-EOF
           OPEN INPUT graduationFile
           IF WS-GraduationStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ graduationFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GraduationLine(17:1) = "W"
                           MOVE GraduationLine(17:9) TO WS-LookupWNbr
                           PERFORM FindStudent
                           IF StudentFoundIdx > ZERO
                               MOVE "Y" TO
                                   SD-GradCand(StudentFoundIdx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GraduationStatus NOT = "35"
               CLOSE graduationFile
           END-IF.

      *> The blocking institutional holds.  No holds master simply
      *> means no holds; a hold that does not fit the table would
      *> ticket a blocked student, so overflow stops the run.
       LoadBlockingHolds.
           MOVE "N" TO WS-EOF
           OPEN INPUT holdFile
           IF WS-HoldStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ holdFile
                   AT END
                       MOVE "Y" TO WS-EOF
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
                               MOVE "Y" TO WS-TableOverflow
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HoldStatus NOT = "35"
               CLOSE holdFile
           END-IF.

      *> Every other term's tickets, carried through the rewrite.
       LoadOtherTermTickets.
           MOVE "N" TO WS-EOF
           OPEN INPUT ticketFile
           IF WS-TicketStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ ticketFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TT-Years NOT = WS-TermArg
                           IF CarryCount < 5000
                               ADD 1 TO CarryCount
                               MOVE TicketRecord TO
                                   CT-TicketRecord(CarryCount)
                           ELSE
                               MOVE "Y" TO WS-TableOverflow
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TicketStatus NOT = "35"
               CLOSE ticketFile
           END-IF.

      *> SORT's INPUT PROCEDURE: every continuing student is
      *> either refused, with the reason logged, or released under
      *> the first group that takes them.
       JudgeStudents.
           PERFORM VARYING StudentIdx FROM 1 BY 1
               UNTIL StudentIdx > StudentCount
               PERFORM JudgeOneStudent
           END-PERFORM.

       JudgeOneStudent.
           IF SD-OnSummary(StudentIdx) = "N"
               ADD 1 TO WS-NotContinuing
               EXIT PARAGRAPH
           END-IF
           DIVIDE SD-LastTermKey(StudentIdx) BY 10 GIVING WS-LastYear
           IF WS-LastYear + WS-LapseYears < WS-TermYear
               ADD 1 TO WS-NotContinuing
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RefuseReason
           IF SD-Standing(StudentIdx) = "SUSPENSION"
               MOVE "ACADEMIC SUSPENSION" TO WS-RefuseReason
               ADD 1 TO WS-SuspendedCount
           END-IF
           PERFORM CheckBlockingHold
           IF HoldFoundIdx > ZERO
               ADD 1 TO WS-HoldRefused
               PERFORM NoteHoldRefusal
               IF WS-RefuseReason = SPACES
                   STRING HL-HoldType(HoldFoundIdx) DELIMITED BY " ",
                       " HOLD -- SEE " DELIMITED BY SIZE,
                       HL-Office(HoldFoundIdx) DELIMITED BY SIZE
                       INTO WS-RefuseReason
               END-IF
           END-IF
           IF WS-RefuseReason = SPACES
               PERFORM FindGroup
               IF GroupFoundIdx = ZERO
                   MOVE "NO PRIORITY GROUP TAKES THE STUDENT"
                       TO WS-RefuseReason
                   ADD 1 TO WS-NoGroupCount
               END-IF
           END-IF
           IF WS-RefuseReason NOT = SPACES
               ADD 1 TO WS-RefusedCount
               MOVE SPACES TO ExceptionLine
               STRING SD-StudentWNbr(StudentIdx), " ",
                   SD-StudentName(StudentIdx), "  NO TICKET -- ",
                   WS-RefuseReason INTO ExceptionLine
               WRITE ExceptionRecord
               EXIT PARAGRAPH
           END-IF
           MOVE TG-Group(GroupFoundIdx) TO TW-Group
           MOVE SD-EarnedHrs(StudentIdx) TO TW-EarnedHrs
           MOVE SD-StudentWNbr(StudentIdx) TO TW-StudentWNbr
           MOVE StudentIdx TO TW-StudentIdx
           RELEASE TicketWorkRecord.

      *> First blocking hold on file for the student, or
      *> HoldFoundIdx zero when none.
       CheckBlockingHold.
           MOVE ZERO TO HoldFoundIdx
           PERFORM VARYING HoldIdx FROM 1 BY 1
               UNTIL HoldIdx > HoldCount OR HoldFoundIdx > ZERO
               IF HL-StudentWNbr(HoldIdx) = SD-StudentWNbr(StudentIdx)
                   MOVE HoldIdx TO HoldFoundIdx
               END-IF
           END-PERFORM.

      *> A ticket withheld for a hold goes on the shared hold
      *> exceptions file for the office that placed it.
       NoteHoldRefusal.
           MOVE SPACES TO HoldExcLine
           STRING WS-RunDate, " ", WS-RunTime, " P2TIMETICKET ",
               SD-StudentWNbr(StudentIdx), " ", "NO TIME TICKET    ",
               HL-HoldType(HoldFoundIdx), " ",
               HL-Office(HoldFoundIdx), " ",
               HL-PlacedDate(HoldFoundIdx), " ",
               HL-Reason(HoldFoundIdx) INTO HoldExcLine
           WRITE HoldExcRecord.

      *> The lowest-numbered group whose rule and standing the
      *> student meets, or GroupFoundIdx zero when none does.
       FindGroup.
           MOVE ZERO TO GroupFoundIdx
           PERFORM VARYING GroupIdx FROM 1 BY 1
               UNTIL GroupIdx > GroupCount
               IF (TG-Standing(GroupIdx) = SPACES
                   OR TG-Standing(GroupIdx) = SD-Standing(StudentIdx))
                   AND ((TG-Rule(GroupIdx) = "GRADCAND"
                           AND SD-GradCand(StudentIdx) = "Y")
                       OR (TG-Rule(GroupIdx) = "HOURS"
                           AND SD-EarnedHrs(StudentIdx) NOT <
                               TG-MinHours(GroupIdx))
                       OR TG-Rule(GroupIdx) = "ALL")
                   IF GroupFoundIdx = ZERO
                       MOVE GroupIdx TO GroupFoundIdx
                   ELSE
                       IF TG-Group(GroupIdx) <
                           TG-Group(GroupFoundIdx)
                           MOVE GroupIdx TO GroupFoundIdx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> SORT's OUTPUT PROCEDURE: each group's students in turn,
      *> slotted from the group's opening time.
       AssignTickets.
           MOVE ZERO TO WS-PrevGroup
           MOVE ZERO TO WS-Position
           MOVE "N" TO WS-WorkEOF
           PERFORM UNTIL WS-WorkEOF = "Y"
               RETURN ticketWorkFile
                   AT END
                       MOVE "Y" TO WS-WorkEOF
                   NOT AT END
                       IF TW-Group NOT = WS-PrevGroup
                           MOVE TW-Group TO WS-PrevGroup
                           MOVE ZERO TO WS-Position
                           MOVE ZERO TO GroupFoundIdx
                           PERFORM VARYING GroupIdx FROM 1 BY 1
                               UNTIL GroupIdx > GroupCount
                               IF TG-Group(GroupIdx) = TW-Group
                                   AND GroupFoundIdx = ZERO
                                   MOVE GroupIdx TO GroupFoundIdx
                               END-IF
                           END-PERFORM
                       END-IF
                       ADD 1 TO WS-Position
                       MOVE TW-StudentIdx TO StudentIdx
                       PERFORM ComputeSlot
                       PERFORM WriteTicket
                       PERFORM WriteNotice
               END-RETURN
           END-PERFORM.

      *> The student's slot: WS-Position's slot number within the
      *> group, laid across the group's day from its opening time
      *> to its closing time, the next day picking up at the
      *> opening time again.
       ComputeSlot.
           COMPUTE WS-SlotNbr =
               (WS-Position - 1) / TG-SlotSize(GroupFoundIdx)
           MOVE TG-StartTime(GroupFoundIdx) TO WS-HHMM
           DIVIDE WS-HHMM BY 100 GIVING WS-WorkHour
               REMAINDER WS-WorkMin
           COMPUTE WS-StartMinute = WS-WorkHour * 60 + WS-WorkMin
           MOVE TG-EndTime(GroupFoundIdx) TO WS-HHMM
           DIVIDE WS-HHMM BY 100 GIVING WS-WorkHour
               REMAINDER WS-WorkMin
           COMPUTE WS-EndMinute = WS-WorkHour * 60 + WS-WorkMin
           IF WS-EndMinute = ZERO OR WS-EndMinute > 1440
               MOVE 1440 TO WS-EndMinute
           END-IF
           IF WS-EndMinute > WS-StartMinute
               COMPUTE WS-SlotsPerDay =
                   (WS-EndMinute - WS-StartMinute)
                   / TG-SlotMinutes(GroupFoundIdx)
           ELSE
               MOVE ZERO TO WS-SlotsPerDay
           END-IF
           IF WS-SlotsPerDay = ZERO
               MOVE 1 TO WS-SlotsPerDay
           END-IF
           DIVIDE WS-SlotNbr BY WS-SlotsPerDay GIVING WS-DayOffset
               REMAINDER WS-SlotInDay
           COMPUTE WS-SlotMinute = WS-StartMinute
               + WS-SlotInDay * TG-SlotMinutes(GroupFoundIdx)
           DIVIDE WS-SlotMinute BY 60 GIVING WS-SlotHour
               REMAINDER WS-SlotMin
           COMPUTE WS-TicketTime = WS-SlotHour * 100 + WS-SlotMin
           COMPUTE WS-TicketDate = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TG-StartDate(GroupFoundIdx))
               + WS-DayOffset)
           ADD 1 TO TG-Students(GroupFoundIdx)
           IF TG-Students(GroupFoundIdx) = 1
               MOVE WS-TicketDate TO TG-FirstDate(GroupFoundIdx)
               MOVE WS-TicketTime TO TG-FirstTime(GroupFoundIdx)
           END-IF
           MOVE WS-TicketDate TO TG-LastDate(GroupFoundIdx)
           MOVE WS-TicketTime TO TG-LastTime(GroupFoundIdx)
           MOVE WS-TicketDate(1:4) TO WS-TD-Year
           MOVE WS-TicketDate(5:2) TO WS-TD-Month
           MOVE WS-TicketDate(7:2) TO WS-TD-Day
           MOVE WS-SlotHour TO WS-TT-Hour
           MOVE WS-SlotMin TO WS-TT-Min.

       WriteTicket.
           ADD 1 TO WS-TicketCount
           MOVE SPACES TO TicketRecord
           MOVE SD-StudentWNbr(StudentIdx) TO TT-StudentWNbr
           MOVE WS-TermArg TO TT-Years
           MOVE TG-Group(GroupFoundIdx) TO TT-Group
           MOVE WS-TicketDate TO TT-StartDate
           MOVE WS-TicketTime TO TT-StartTime
           MOVE WS-RunDate TO TT-AssignedDate
           WRITE TicketRecord.

      *> A notice to an address the mail has come back from goes to
      *> the hold file, never into the mail run.
       WriteNoticeLine.
           IF SD-AddrBad(StudentIdx) = "Y"
               MOVE NoticeLine TO NoticeHoldLine
               WRITE NoticeHoldRecord
           ELSE
               WRITE NoticeRecord
           END-IF
           ADD 1 TO WS-LinesOnNotice.

      *> One print-ready page per ticketed student: date, mailing
      *> block, the ticket, and the registrar's closing block,
      *> padded with blank lines to a full page.
       WriteNotice.
           MOVE ZERO TO WS-LinesOnNotice
           IF SD-AddrBad(StudentIdx) = "Y"
               ADD 1 TO WS-HeldForAddress
               MOVE SPACES TO NoticeLine
               STRING "*** HOLD FOR ADDRESS -- " DELIMITED BY SIZE,
                   SD-AddrReturnDoc(StudentIdx) DELIMITED BY SPACE,
                   " RETURNED " DELIMITED BY SIZE,
                   SD-AddrReturnDate(StudentIdx) DELIMITED BY SIZE,
                   " ***" DELIMITED BY SIZE
                   INTO NoticeLine
               PERFORM WriteNoticeLine
           END-IF
           MOVE "SOUTHEASTERN LOUISIANA UNIVERSITY" TO NoticeLine
           PERFORM WriteNoticeLine
           MOVE "OFFICE OF THE REGISTRAR -- HAMMOND, LA 70402"
               TO NoticeLine
           PERFORM WriteNoticeLine
           MOVE SPACES TO NoticeLine
           STRING "DATE: ", WS-RunDateOut INTO NoticeLine
           PERFORM WriteNoticeLine
           MOVE SPACES TO NoticeLine
           PERFORM WriteNoticeLine
           MOVE SD-StudentName(StudentIdx) TO NoticeLine
           PERFORM WriteNoticeLine
           MOVE SD-AddressLine1(StudentIdx) TO NoticeLine
           PERFORM WriteNoticeLine
           MOVE SD-AddressLine2(StudentIdx) TO NoticeLine
           PERFORM WriteNoticeLine
           MOVE SPACES TO NoticeLine
           PERFORM WriteNoticeLine
           MOVE SPACES TO NoticeLine
           STRING "DEAR " DELIMITED BY SIZE,
               SD-StudentName(StudentIdx) DELIMITED BY "  ",
               "," DELIMITED BY SIZE INTO NoticeLine
           PERFORM WriteNoticeLine
           MOVE SPACES TO NoticeLine
           PERFORM WriteNoticeLine
           MOVE SPACES TO NoticeLine
           STRING "YOUR REGISTRATION TIME TICKET FOR " DELIMITED BY
               SIZE, WS-TermArg DELIMITED BY "  ",
               " IS:" DELIMITED BY SIZE INTO NoticeLine
           PERFORM WriteNoticeLine
           MOVE SPACES TO NoticeLine
           PERFORM WriteNoticeLine
           MOVE SPACES TO NoticeLine
           STRING "    REGISTRATION OPENS: ", WS-TicketDateOut,
               " AT ", WS-TicketTimeOut INTO NoticeLine
           PERFORM WriteNoticeLine
           MOVE TG-Group(GroupFoundIdx) TO WS-GroupOut
           MOVE SPACES TO NoticeLine
           STRING "    PRIORITY GROUP:     ", WS-GroupOut
               INTO NoticeLine
           PERFORM WriteNoticeLine
           MOVE SPACES TO NoticeLine
           PERFORM WriteNoticeLine
           MOVE "YOU MAY REGISTER AT OR AFTER THAT TIME; REQUESTS"
               TO NoticeLine
           PERFORM WriteNoticeLine
           MOVE "PROCESSED BEFORE IT WILL NOT BE SEATED.  A HOLD"
               TO NoticeLine
           PERFORM WriteNoticeLine
           MOVE "PLACED ON YOUR RECORD BEFORE THEN WILL STILL"
               TO NoticeLine
           PERFORM WriteNoticeLine
           MOVE "PREVENT REGISTRATION." TO NoticeLine
           PERFORM WriteNoticeLine
           IF SD-Advisor(StudentIdx) NOT = SPACES
               MOVE SPACES TO NoticeLine
               PERFORM WriteNoticeLine
               MOVE SPACES TO NoticeLine
               STRING "PLEASE MEET WITH YOUR ADVISOR, ",
                   SD-Advisor(StudentIdx) DELIMITED BY "  ",
                   "," DELIMITED BY SIZE INTO NoticeLine
               PERFORM WriteNoticeLine
               MOVE "BEFORE YOUR TIME TICKET OPENS." TO NoticeLine
               PERFORM WriteNoticeLine
           END-IF
           MOVE SPACES TO NoticeLine
           PERFORM WriteNoticeLine
           MOVE "SINCERELY," TO NoticeLine
           PERFORM WriteNoticeLine
           MOVE SPACES TO NoticeLine
           PERFORM WriteNoticeLine
           MOVE "OFFICE OF THE REGISTRAR" TO NoticeLine
           PERFORM WriteNoticeLine
           MOVE "SOUTHEASTERN LOUISIANA UNIVERSITY" TO NoticeLine
           PERFORM WriteNoticeLine
      *> Pad to a full printed page so each notice starts at the
      *> top of its own sheet.
           PERFORM UNTIL WS-LinesOnNotice NOT < WS-NoticePageSize
               MOVE SPACES TO NoticeLine
               PERFORM WriteNoticeLine
           END-PERFORM.

      *> Closes the exception log with each group's count and its
      *> first and last ticket.
       WriteGroupSummary.
           MOVE SPACES TO ExceptionLine
           WRITE ExceptionRecord
           MOVE "TICKETS BY PRIORITY GROUP" TO ExceptionLine
           WRITE ExceptionRecord
           PERFORM VARYING GroupIdx FROM 1 BY 1
               UNTIL GroupIdx > GroupCount
               MOVE SPACES TO ExceptionLine
               MOVE "GROUP" TO ExceptionLine(1:5)
               MOVE TG-Group(GroupIdx) TO ExceptionLine(7:2)
               MOVE TG-Rule(GroupIdx) TO ExceptionLine(11:8)
               MOVE TG-Students(GroupIdx) TO WS-CountOut
               MOVE WS-CountOut TO ExceptionLine(21:5)
               MOVE "STUDENTS" TO ExceptionLine(27:8)
               IF TG-Students(GroupIdx) > ZERO
                   MOVE "FIRST" TO ExceptionLine(37:5)
                   MOVE TG-FirstDate(GroupIdx) TO
                       ExceptionLine(43:8)
                   MOVE TG-FirstTime(GroupIdx) TO
                       ExceptionLine(52:4)
                   MOVE "LAST" TO ExceptionLine(58:4)
                   MOVE TG-LastDate(GroupIdx) TO
                       ExceptionLine(63:8)
                   MOVE TG-LastTime(GroupIdx) TO
                       ExceptionLine(72:4)
               END-IF
               WRITE ExceptionRecord
           END-PERFORM
           MOVE SPACES TO ExceptionLine
           MOVE "REFUSED:" TO ExceptionLine(1:8)
           MOVE WS-RefusedCount TO WS-CountOut
           MOVE WS-CountOut TO ExceptionLine(10:5)
           MOVE "SUSPENSION:" TO ExceptionLine(17:11)
           MOVE WS-SuspendedCount TO WS-CountOut
           MOVE WS-CountOut TO ExceptionLine(29:5)
           MOVE "HOLD:" TO ExceptionLine(36:5)
           MOVE WS-HoldRefused TO WS-CountOut
           MOVE WS-CountOut TO ExceptionLine(42:5)
           MOVE "NO GROUP:" TO ExceptionLine(49:9)
           MOVE WS-NoGroupCount TO WS-CountOut
           MOVE WS-CountOut TO ExceptionLine(59:5)
           WRITE ExceptionRecord.

       WriteAuditHeader.
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "HDR ", WS-RunDate, " ", WS-RunTime,
               " P2TIMETICKET IN=P2StuSummary.dat "
               "OUT=P2TimeTickets.dat FRESH" INTO AuditTrailLine
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
               " P2TIMETICKET TERM=", WS-TermArg,
               " TICKETS=", WS-TicketCount,
               " REFUSED=", WS-RefusedCount, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
