      *> Progrm-ID: P2R2T4.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Return of Title IV funds worksheet.  P2Withdraw.cob prices
      *> each withdrawal's tuition refund on the REFUND-xxx-DAYS
      *> tiers; a student who withdraws from every course of a term
      *> also owes the federal Return of Title IV calculation, which
      *> the aid office used to work by hand.  This run spots the
      *> complete withdrawals -- every course the student holds a
      *> seat in on P2ClassList.dat for the term appears on the
      *> withdrawal feed P2WithdrawTrans.dat, or is already graded
      *> W for the term on P2History.dat (a course dropped in an
      *> earlier run, the same test P2Census.cob makes) -- and
      *> works the
      *> calculation against the aid the financial aid office
      *> reports on P2AidDisb.dat:
      *>   percent of the term completed = calendar days from the
      *>     term's first day on P2TermCal.dat through the last
      *>     withdrawal date, over the days in the term's window
      *>     (past 60 percent, all aid is earned);
      *>   earned aid = that percent of the aid disbursed plus the
      *>     aid that could have been disbursed; unearned aid = the
      *>     disbursed aid above that, or a post-withdrawal
      *>     disbursement when earned exceeds disbursed;
      *>   the institution returns the lesser of the unearned aid
      *>     and the term's institutional charges (P2Charges.dat)
      *>     times the unearned percent; the student owes the rest
      *>     -- loans repaid under the promissory note, grants only
      *>     above the 50 percent grant protection (and not at all
      *>     at $50 or less);
      *>   both shares are spread over the programs in the federal
      *>     return order (unsubsidized, subsidized, Perkins, Grad
      *>     PLUS, Parent PLUS, Pell, FSEOG, TEACH).
      *> The date of determination is the last withdrawal date; the
      *> institution's return is due R2T4-RETURN-DAYS (P2Params.dat,
      *> default 45) days after it, printed on every worksheet and
      *> flagged PAST DUE once the run date is beyond it.
      *> Output:
      *>   P2R2T4.dat      the worksheets, one page per complete
      *>                   withdrawal, then a return deadline
      *>                   schedule for the aid office;
      *>   P2R2T4Exc.dat   feed records not counted (term not on
      *>                   the calendar, date outside the window),
      *>                   aid records not usable, complete
      *>                   withdrawals with no Title IV aid, and
      *>                   returns already past due.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2R2T4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT transactionFile ASSIGN TO "P2WithdrawTrans.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TransactionStatus.
           SELECT classListFile ASSIGN TO "P2ClassList.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ClassListStatus.
           SELECT aidFile ASSIGN TO "P2AidDisb.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AidStatus.
           SELECT calendarFile ASSIGN TO "P2TermCal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CalendarStatus.
           SELECT historyFile ASSIGN TO "P2History.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HistoryStatus.
           SELECT chargeFile ASSIGN TO "P2Charges.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChargeStatus.
           SELECT demographicFile ASSIGN TO "P2Students.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DemographicStatus.
           SELECT paramFile ASSIGN TO "P2Params.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParamStatus.
           SELECT worksheetFile ASSIGN TO "P2R2T4.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT exceptionFile ASSIGN TO "P2R2T4Exc.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT auditTrailFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.

       DATA DIVISION.
       FILE SECTION.
       FD transactionFile.
       01 TransactionRecord.
        02 WD-StudentWNbr PIC X(9).
        02 WD-Years PIC X(11).
        02 WD-Course PIC X(9).
        02 WD-Date PIC 9(8).

      *> P2Register's class list -- one seat per record.
       FD classListFile.
       01 ClassListRecord.
        02 CS-Section PIC X(12).
        02 CS-Course PIC X(9).
        02 CS-Years PIC X(11).
        02 CS-StudentWNbr PIC X(9).
        02 CS-StudentName PIC X(16).
        02 CS-RegDate PIC 9(8).

      *> The financial aid office's disbursement file: one record
      *> per student, term, and aid program.  AD-Status "D" is aid
      *> actually disbursed, "P" aid that could have been
      *> disbursed (the student was eligible and it was pending at
      *> withdrawal).  Amounts are raw implied-decimal digits.
       FD aidFile.
       01 AidRecord.
        02 AD-StudentWNbr PIC X(9).
        02 AD-Years PIC X(11).
        02 AD-AidType PIC X(6).
        02 AD-Status PIC X(1).
        02 AD-Amount PIC 9(7)V99.
        02 AD-Date PIC 9(8).

       FD calendarFile.
       01 CalendarRecord.
           COPY "TERMCAL.CPY".

       FD historyFile.
       01 HistoryRecord.
           COPY "HISTMST.CPY".

      *> P2Billing's fixed charge layout -- CHG records, the CTL
      *> trailers skipped.
       FD chargeFile.
       01 ChargeRecord.
        02 BL-RecType PIC X(3).
        02 BL-StudentWNbr PIC X(9).
        02 BL-StudentName PIC X(16).
        02 BL-Years PIC X(11).
        02 BL-TermHours PIC 99V99.
        02 BL-Status PIC X(10).
        02 BL-FeeCode PIC X(4).
        02 BL-Charge PIC 9(7)V99.

       FD demographicFile.
       01 DemographicRecord.
           COPY "STUDENTD.CPY".

       FD paramFile.
       01 ParamRecord.
        02 ParamLine PIC X(40).

       FD worksheetFile.
       01 WorksheetRecord.
        02 WorksheetLine PIC X(100).

       FD exceptionFile.
       01 ExceptionRecord.
        02 ExceptionLine PIC X(100).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-TransactionStatus PIC XX VALUE SPACES.
       01 WS-ClassListStatus PIC XX VALUE SPACES.
       01 WS-AidStatus PIC XX VALUE SPACES.
       01 WS-CalendarStatus PIC XX VALUE SPACES.
       01 WS-ChargeStatus PIC XX VALUE SPACES.
       01 WS-HistoryStatus PIC XX VALUE SPACES.
       01 WS-DemographicStatus PIC XX VALUE SPACES.
       01 WS-ParamStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-TransEOF PIC X VALUE "N".
       01 WS-ClassListEOF PIC X VALUE "N".
       01 WS-AidEOF PIC X VALUE "N".
       01 WS-CalendarEOF PIC X VALUE "N".
       01 WS-ChargeEOF PIC X VALUE "N".
       01 WS-HistEOF PIC X VALUE "N".
       01 WS-DemoEOF PIC X VALUE "N".
       01 WS-ParamEOF PIC X VALUE "N".
       01 WS-ParamKey PIC X(20) VALUE SPACES.
       01 WS-ParamValue PIC X(20) VALUE SPACES.
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-RunDateOut.
        02 WS-RD-Year PIC 9(4).
        02 FILLER PIC X VALUE "-".
        02 WS-RD-Month PIC 99.
        02 FILLER PIC X VALUE "-".
        02 WS-RD-Day PIC 99.
      *> Any YYYYMMDD date laid out for print by FormatDate.
       01 WS-DateIn PIC 9(8) VALUE ZERO.
       01 WS-DateOut.
        02 WS-DO-Year PIC 9(4).
        02 FILLER PIC X VALUE "-".
        02 WS-DO-Month PIC 99.
        02 FILLER PIC X VALUE "-".
        02 WS-DO-Day PIC 99.
       01 WS-DateOut2 PIC X(10) VALUE SPACES.
      *> Days the institution has to return its share, counted
      *> from the date of determination; overridable from
      *> P2Params.dat.
       01 WS-ReturnDays PIC 9(3) VALUE 45.
      *> Integrity-trailer verification fields -- same record
      *> count + hash scheme the master writers stamp (catalog
      *> year on the demographic master, hours and quality points
      *> on the history master).
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
       01 CalendarTable.
           02 CalendarEntry OCCURS 40 TIMES.
               03 CA-Years PIC X(11) VALUE SPACES.
               03 CA-Ordinal PIC 9 VALUE ZERO.
               03 CA-StartDate PIC 9(8) VALUE ZERO.
               03 CA-EndDate PIC 9(8) VALUE ZERO.
       01 CalendarCount PIC 99 VALUE ZERO.
       01 CalendarIdx PIC 99 VALUE ZERO.
       01 CalendarFoundIdx PIC 99 VALUE ZERO.
      *> The Title IV programs in the order unearned aid is
      *> returned to them.  RP-Kind "L" loan, "G" grant.
       01 ProgramTable.
           02 ProgramEntry OCCURS 8 TIMES.
               03 RP-AidType PIC X(6) VALUE SPACES.
               03 RP-Description PIC X(22) VALUE SPACES.
               03 RP-Kind PIC X(1) VALUE SPACE.
               03 RP-Disbursed PIC 9(7)V99 VALUE ZERO.
               03 RP-Could PIC 9(7)V99 VALUE ZERO.
               03 RP-InstReturn PIC 9(7)V99 VALUE ZERO.
               03 RP-StuReturn PIC 9(7)V99 VALUE ZERO.
       01 ProgramCount PIC 9 VALUE 8.
       01 ProgramIdx PIC 9 VALUE ZERO.
       01 ProgramFoundIdx PIC 9 VALUE ZERO.
      *> Every usable withdrawal on the feed, and every W already
      *> on the history master for a case's term, for matching
      *> seats.
       01 WithdrawTable.
           02 WithdrawEntry OCCURS 1000 TIMES.
               03 WT-StudentWNbr PIC X(9) VALUE SPACES.
               03 WT-Years PIC X(11) VALUE SPACES.
               03 WT-Course PIC X(9) VALUE SPACES.
       01 WithdrawCount PIC 9(4) VALUE ZERO.
       01 WithdrawIdx PIC 9(4) VALUE ZERO.
       01 WithdrawFoundIdx PIC 9(4) VALUE ZERO.
      *> One case per student and term on the feed: the last
      *> withdrawal date, the seats held and how many of them are
      *> withdrawn, and the term's institutional charges.
       01 CaseTable.
           02 CaseEntry OCCURS 500 TIMES.
               03 WC-StudentWNbr PIC X(9) VALUE SPACES.
               03 WC-StudentName PIC X(16) VALUE SPACES.
               03 WC-Years PIC X(11) VALUE SPACES.
               03 WC-CalendarIdx PIC 99 VALUE ZERO.
               03 WC-WithdrawDate PIC 9(8) VALUE ZERO.
               03 WC-Registered PIC 99 VALUE ZERO.
               03 WC-Withdrawn PIC 99 VALUE ZERO.
               03 WC-Charges PIC 9(7)V99 VALUE ZERO.
               03 WC-Deadline PIC 9(8) VALUE ZERO.
               03 WC-InstReturn PIC 9(7)V99 VALUE ZERO.
               03 WC-Worksheet PIC X(1) VALUE "N".
       01 CaseCount PIC 999 VALUE ZERO.
       01 CaseIdx PIC 999 VALUE ZERO.
       01 CaseFoundIdx PIC 999 VALUE ZERO.
       01 WS-LookupWNbr PIC X(9) VALUE SPACES.
       01 WS-LookupYears PIC X(11) VALUE SPACES.
      *> Aid records for students with a case, by program.
       01 AidTable.
           02 AidEntry OCCURS 1000 TIMES.
               03 AI-CaseIdx PIC 999 VALUE ZERO.
               03 AI-ProgramIdx PIC 9 VALUE ZERO.
               03 AI-Status PIC X(1) VALUE SPACE.
               03 AI-Amount PIC 9(7)V99 VALUE ZERO.
       01 AidCount PIC 9(4) VALUE ZERO.
       01 AidIdx PIC 9(4) VALUE ZERO.
       01 NameTable.
           02 NameEntry OCCURS 500 TIMES.
               03 NM-StudentWNbr PIC X(9) VALUE SPACES.
               03 NM-StudentName PIC X(16) VALUE SPACES.
       01 NameCount PIC 999 VALUE ZERO.
       01 NameIdx PIC 999 VALUE ZERO.
       01 WS-TableOverflow PIC X VALUE "N".
      *> The calculation for the case in hand.
       01 WS-DateInt PIC 9(8) VALUE ZERO.
       01 WS-StartInt PIC 9(8) VALUE ZERO.
       01 WS-TermDays PIC S9(5) VALUE ZERO.
       01 WS-DaysCompleted PIC S9(5) VALUE ZERO.
       01 WS-DaysOut PIC ZZZZ9.
       01 WS-CoursesOut PIC Z9.
       01 WS-ReturnDaysOut PIC ZZ9.
       01 WS-PctCompleted PIC 9V999 VALUE ZERO.
       01 WS-PctEarned PIC 9V999 VALUE ZERO.
       01 WS-PctUnearned PIC 9V999 VALUE ZERO.
       01 WS-PctWork PIC 999V9 VALUE ZERO.
       01 WS-PctOut PIC ZZ9.9.
       01 WS-TotalDisbursed PIC 9(7)V99 VALUE ZERO.
       01 WS-TotalCould PIC 9(7)V99 VALUE ZERO.
       01 WS-TotalAid PIC 9(7)V99 VALUE ZERO.
       01 WS-Earned PIC 9(7)V99 VALUE ZERO.
       01 WS-Unearned PIC 9(7)V99 VALUE ZERO.
       01 WS-PostWithdrawal PIC 9(7)V99 VALUE ZERO.
       01 WS-ChargesUnearned PIC 9(7)V99 VALUE ZERO.
       01 WS-InstShare PIC 9(7)V99 VALUE ZERO.
       01 WS-StudentShare PIC 9(7)V99 VALUE ZERO.
       01 WS-Remaining PIC 9(7)V99 VALUE ZERO.
       01 WS-Available PIC 9(7)V99 VALUE ZERO.
       01 WS-StudentLoan PIC 9(7)V99 VALUE ZERO.
       01 WS-StudentGrant PIC 9(7)V99 VALUE ZERO.
       01 WS-GrantsDisbursed PIC 9(7)V99 VALUE ZERO.
       01 WS-GrantProtect PIC 9(7)V99 VALUE ZERO.
       01 WS-GrantOwed PIC 9(7)V99 VALUE ZERO.
       01 WS-AmountOut PIC Z,ZZZ,ZZ9.99.
       01 WS-AmountOut2 PIC Z,ZZZ,ZZ9.99.
       01 WS-AmountOut3 PIC Z,ZZZ,ZZ9.99.
       01 WS-LinesOnPage PIC 9(3) VALUE ZERO.
       01 WS-PageSize PIC 9(3) VALUE 55.
      *> Run counts.
       01 WS-FeedRead PIC 9(5) VALUE ZERO.
       01 WS-FeedNotCounted PIC 9(5) VALUE ZERO.
       01 WS-AidRead PIC 9(5) VALUE ZERO.
       01 WS-AidNotUsed PIC 9(5) VALUE ZERO.
       01 WS-Partial PIC 9(5) VALUE ZERO.
       01 WS-NotRegistered PIC 9(5) VALUE ZERO.
       01 WS-NoAid PIC 9(5) VALUE ZERO.
       01 WS-Worksheets PIC 9(5) VALUE ZERO.
       01 WS-PriorWithdrawn PIC 9(5) VALUE ZERO.
       01 WS-PastDue PIC 9(5) VALUE ZERO.
       01 WS-Exceptions PIC 9(5) VALUE ZERO.
       01 WS-TotalInstReturn PIC 9(9)V99 VALUE ZERO.
       01 WS-TotalInstReturnOut PIC ZZZ,ZZZ,ZZ9.99.
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
       PERFORM LoadProgramTable.
       PERFORM ReadRunParams.
       PERFORM LoadTermCalendar.
       IF CalendarCount = ZERO
           DISPLAY "P2R2T4 ABORTED: P2TermCal.dat IS MISSING OR "
               "EMPTY -- NO TERM WINDOW TO MEASURE AGAINST"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT transactionFile.
       IF WS-TransactionStatus NOT = "00"
           DISPLAY "P2R2T4: NO P2WithdrawTrans.dat -- NOTHING TO DO"
           STOP RUN
       END-IF.
       CLOSE transactionFile.
       PERFORM AcquireMasterLock.
       PERFORM VerifyDemographicMaster.
       PERFORM VerifyHistoryMaster.
       PERFORM LoadNames.
       PERFORM WriteAuditHeader.
       OPEN OUTPUT exceptionFile.
       MOVE SPACES TO ExceptionLine.
       STRING "RETURN OF TITLE IV FUNDS -- EXCEPTIONS   RUN ",
           WS-RunDateOut INTO ExceptionLine.
       WRITE ExceptionRecord.
       MOVE SPACES TO ExceptionLine.
       WRITE ExceptionRecord.
       PERFORM LoadWithdrawals.
       PERFORM LoadPriorWithdrawals.
       PERFORM LoadClassList.
       IF WS-ClassListStatus NOT = "00"
           DISPLAY "P2R2T4 ABORTED: P2ClassList.dat IS MISSING -- "
               "NO WAY TO TELL A COMPLETE WITHDRAWAL"
           CLOSE exceptionFile
           PERFORM ReleaseMasterLock
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM LoadAid.
       IF WS-AidStatus NOT = "00"
           DISPLAY "P2R2T4 ABORTED: P2AidDisb.dat IS MISSING -- "
               "NO DISBURSEMENTS TO CALCULATE AGAINST"
           CLOSE exceptionFile
           PERFORM ReleaseMasterLock
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM LoadCharges.
       IF WS-TableOverflow = "Y"
           DISPLAY "P2R2T4 ABORTED: MORE THAN 500 STUDENT TERMS OR "
               "1000 WITHDRAWALS OR AID RECORDS -- NO WORKSHEETS"
           CLOSE exceptionFile
           PERFORM ReleaseMasterLock
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT worksheetFile.
       PERFORM VARYING CaseIdx FROM 1 BY 1
           UNTIL CaseIdx > CaseCount
           PERFORM EvaluateOneCase
       END-PERFORM.
       PERFORM WriteDeadlineSchedule.
       CLOSE worksheetFile.
       MOVE SPACES TO ExceptionLine.
       WRITE ExceptionRecord.
       MOVE SPACES TO ExceptionLine.
       STRING "WORKSHEETS: ", WS-Worksheets,
           "  PARTIAL WITHDRAWALS: ", WS-Partial,
           "  NO AID: ", WS-NoAid,
           "  PAST DUE: ", WS-PastDue INTO ExceptionLine.
       WRITE ExceptionRecord.
       CLOSE exceptionFile.
       MOVE WS-TotalInstReturn TO WS-TotalInstReturnOut.
       DISPLAY "P2R2T4: WORKSHEETS: " WS-Worksheets
           "  PARTIAL: " WS-Partial
           "  NO AID: " WS-NoAid
           "  PAST DUE: " WS-PastDue
           "  INSTITUTION RETURNS: " WS-TotalInstReturnOut.
       DISPLAY "P2R2T4: EARLIER W SEATS FROM P2History.dat: "
           WS-PriorWithdrawn.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseMasterLock.
       IF WS-Exceptions > ZERO
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

      *> The federal return order.
       LoadProgramTable.
           MOVE "UNSUB" TO RP-AidType(1)
           MOVE "UNSUBSIDIZED LOAN" TO RP-Description(1)
           MOVE "L" TO RP-Kind(1)
           MOVE "SUB" TO RP-AidType(2)
           MOVE "SUBSIDIZED LOAN" TO RP-Description(2)
           MOVE "L" TO RP-Kind(2)
           MOVE "PERKIN" TO RP-AidType(3)
           MOVE "PERKINS LOAN" TO RP-Description(3)
           MOVE "L" TO RP-Kind(3)
           MOVE "GPLUS" TO RP-AidType(4)
           MOVE "GRAD PLUS LOAN" TO RP-Description(4)
           MOVE "L" TO RP-Kind(4)
           MOVE "PLUS" TO RP-AidType(5)
           MOVE "PARENT PLUS LOAN" TO RP-Description(5)
           MOVE "L" TO RP-Kind(5)
           MOVE "PELL" TO RP-AidType(6)
           MOVE "PELL GRANT" TO RP-Description(6)
           MOVE "G" TO RP-Kind(6)
           MOVE "SEOG" TO RP-AidType(7)
           MOVE "FSEOG" TO RP-Description(7)
           MOVE "G" TO RP-Kind(7)
           MOVE "TEACH" TO RP-AidType(8)
           MOVE "TEACH GRANT" TO RP-Description(8)
           MOVE "G" TO RP-Kind(8).

      *> Shared holds on the demographic and history masters for
      *> the whole run.
       AcquireMasterLock.
           MOVE "STUDENTS" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           MOVE "P2R2T4" TO LockReqProgram
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

       ReleaseMasterLock.
           MOVE "HISTORY" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest
           MOVE "STUDENTS" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest.

      *> Re-adds the history master against its integrity trailer
      *> before its W records are trusted.  A master with no
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
               DISPLAY "P2R2T4: P2History.dat CARRIES NO "
                   "INTEGRITY TRAILER (LEGACY MASTER) -- "
                   "USED AS-IS"
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               OR WS-VT-Hash2 NOT = WS-VfyHash2
               DISPLAY "P2R2T4 ABORTED: P2History.dat DOES NOT "
                   "BALANCE TO ITS INTEGRITY TRAILER"
               DISPLAY "  TRAILER: COUNT=" WS-VT-Count
                   " HRS=" WS-VT-Hash1 " QP=" WS-VT-Hash2
               DISPLAY "  ON FILE: COUNT=" WS-VfyCount
                   " HRS=" WS-VfyHash1 " QP=" WS-VfyHash2
               PERFORM ReleaseMasterLock
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Re-adds the demographic master against its integrity
      *> trailer before names are taken from it.  A master with no
      *> trailer yet is warned about and accepted.
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
               DISPLAY "P2R2T4: P2Students.dat CARRIES NO "
                   "INTEGRITY TRAILER (LEGACY MASTER) -- "
                   "USED AS-IS"
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               DISPLAY "P2R2T4 ABORTED: P2Students.dat DOES "
                   "NOT BALANCE TO ITS INTEGRITY TRAILER"
               DISPLAY "  TRAILER: COUNT=" WS-VT-Count
                   " YEARS=" WS-VT-Hash1
               DISPLAY "  ON FILE: COUNT=" WS-VfyCount
                   " YEARS=" WS-VfyHash1
               PERFORM ReleaseMasterLock
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
                           WHEN "R2T4-RETURN-DAYS"
                               MOVE FUNCTION NUMVAL(WS-ParamValue)
                                   TO WS-ReturnDays
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
                           MOVE TC-EndDate TO
                               CA-EndDate(CalendarCount)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CalendarStatus NOT = "35"
               CLOSE calendarFile
           END-IF.

       LoadNames.
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
                       IF DemographicRecord(1:6) NOT = "CTLTRL"
                           AND NameCount < 500
                           ADD 1 TO NameCount
                           MOVE DM-StudentWNbr TO
                               NM-StudentWNbr(NameCount)
                           MOVE DM-StudentName TO
                               NM-StudentName(NameCount)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DemographicStatus NOT = "35"
               CLOSE demographicFile
           END-IF.

      *> The withdrawal feed.  A withdrawal counts toward a complete
      *> withdrawal only under the same edits P2Withdraw applies:
      *> its term on the calendar and its date inside the term's
      *> window.  Each student and term becomes one case carrying
      *> the latest withdrawal date.
       LoadWithdrawals.
           MOVE "N" TO WS-TransEOF
           OPEN INPUT transactionFile
           PERFORM UNTIL WS-TransEOF = "Y"
               READ transactionFile
                   AT END
                       MOVE "Y" TO WS-TransEOF
                   NOT AT END
                       ADD 1 TO WS-FeedRead
                       PERFORM LoadOneWithdrawal
               END-READ
           END-PERFORM
           CLOSE transactionFile.

       LoadOneWithdrawal.
           MOVE ZERO TO CalendarFoundIdx
           PERFORM VARYING CalendarIdx FROM 1 BY 1
               UNTIL CalendarIdx > CalendarCount
               IF CA-Years(CalendarIdx) = WD-Years
                   MOVE CalendarIdx TO CalendarFoundIdx
               END-IF
           END-PERFORM
           IF CalendarFoundIdx = ZERO
               MOVE SPACES TO ExceptionLine
               STRING WD-StudentWNbr, " ", WD-Years, " ", WD-Course,
                   "  WITHDRAWAL NOT COUNTED -- TERM NOT ON "
                   "P2TermCal.dat" INTO ExceptionLine
               PERFORM NoteFeedNotCounted
               EXIT PARAGRAPH
           END-IF
           IF WD-Date IS NOT NUMERIC
               OR WD-Date < CA-StartDate(CalendarFoundIdx)
               OR WD-Date > CA-EndDate(CalendarFoundIdx)
               MOVE SPACES TO ExceptionLine
               STRING WD-StudentWNbr, " ", WD-Years, " ", WD-Course,
                   "  WITHDRAWAL NOT COUNTED -- DATE OUTSIDE TERM"
                   INTO ExceptionLine
               PERFORM NoteFeedNotCounted
               EXIT PARAGRAPH
           END-IF
           IF WithdrawCount NOT < 1000
               MOVE "Y" TO WS-TableOverflow
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WithdrawCount
           MOVE WD-StudentWNbr TO WT-StudentWNbr(WithdrawCount)
           MOVE WD-Years TO WT-Years(WithdrawCount)
           MOVE WD-Course TO WT-Course(WithdrawCount)
           MOVE WD-StudentWNbr TO WS-LookupWNbr
           MOVE WD-Years TO WS-LookupYears
           PERFORM FindCase
           IF CaseFoundIdx = ZERO
               IF CaseCount NOT < 500
                   MOVE "Y" TO WS-TableOverflow
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CaseCount
               MOVE CaseCount TO CaseFoundIdx
               MOVE WD-StudentWNbr TO WC-StudentWNbr(CaseFoundIdx)
               MOVE WD-Years TO WC-Years(CaseFoundIdx)
               MOVE CalendarFoundIdx TO WC-CalendarIdx(CaseFoundIdx)
           END-IF
           IF WD-Date > WC-WithdrawDate(CaseFoundIdx)
               MOVE WD-Date TO WC-WithdrawDate(CaseFoundIdx)
           END-IF.

      *> Seats already withdrawn in an earlier run: a W on the
      *> history master for the term of a case on this run's feed
      *> counts as a withdrawn seat, so a student who dropped the
      *> rest of the term before is still seen as withdrawing
      *> completely.
       LoadPriorWithdrawals.
           MOVE "N" TO WS-HistEOF
           OPEN INPUT historyFile
           IF WS-HistoryStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HistEOF = "Y"
               READ historyFile
                   AT END
                       MOVE "Y" TO WS-HistEOF
                   NOT AT END
                       IF HistoryRecord(1:6) NOT = "CTLTRL"
                           AND HM-Grade = "W"
                           PERFORM LoadOnePriorWithdrawal
                       END-IF
               END-READ
           END-PERFORM
           CLOSE historyFile.

       LoadOnePriorWithdrawal.
           MOVE HM-StudentWNbr TO WS-LookupWNbr
           MOVE HM-Years TO WS-LookupYears
           PERFORM FindCase
           IF CaseFoundIdx = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WithdrawCount NOT < 1000
               MOVE "Y" TO WS-TableOverflow
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WithdrawCount
           MOVE HM-StudentWNbr TO WT-StudentWNbr(WithdrawCount)
           MOVE HM-Years TO WT-Years(WithdrawCount)
           MOVE HM-Course TO WT-Course(WithdrawCount)
           ADD 1 TO WS-PriorWithdrawn.

       NoteFeedNotCounted.
           ADD 1 TO WS-FeedNotCounted
           ADD 1 TO WS-Exceptions
           WRITE ExceptionRecord.

       FindCase.
           MOVE ZERO TO CaseFoundIdx
           PERFORM VARYING CaseIdx FROM 1 BY 1
               UNTIL CaseIdx > CaseCount
               IF WC-StudentWNbr(CaseIdx) = WS-LookupWNbr
                   AND WC-Years(CaseIdx) = WS-LookupYears
                   MOVE CaseIdx TO CaseFoundIdx
               END-IF
           END-PERFORM.

      *> Every seat a case's student holds in the case's term, and
      *> whether the feed or an earlier W withdraws it.
       LoadClassList.
           MOVE "N" TO WS-ClassListEOF
           OPEN INPUT classListFile
           IF WS-ClassListStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ClassListEOF = "Y"
               READ classListFile
                   AT END
                       MOVE "Y" TO WS-ClassListEOF
                   NOT AT END
                       MOVE CS-StudentWNbr TO WS-LookupWNbr
                       MOVE CS-Years TO WS-LookupYears
                       PERFORM FindCase
                       IF CaseFoundIdx > ZERO
                           PERFORM CountOneSeat
                       END-IF
               END-READ
           END-PERFORM
           CLOSE classListFile.

       CountOneSeat.
           ADD 1 TO WC-Registered(CaseFoundIdx)
           MOVE CS-StudentName TO WC-StudentName(CaseFoundIdx)
           MOVE ZERO TO WithdrawFoundIdx
           PERFORM VARYING WithdrawIdx FROM 1 BY 1
               UNTIL WithdrawIdx > WithdrawCount
               IF WT-StudentWNbr(WithdrawIdx) = CS-StudentWNbr
                   AND WT-Years(WithdrawIdx) = CS-Years
                   AND WT-Course(WithdrawIdx) = CS-Course
                   MOVE WithdrawIdx TO WithdrawFoundIdx
               END-IF
           END-PERFORM
           IF WithdrawFoundIdx > ZERO
               ADD 1 TO WC-Withdrawn(CaseFoundIdx)
           END-IF.

      *> The aid office's disbursements.  Only records for a
      *> student and term on the feed are kept; a program code
      *> that is not Title IV, a status other than D or P, or an
      *> unreadable amount is listed and left out of the
      *> calculation.
       LoadAid.
           MOVE "N" TO WS-AidEOF
           OPEN INPUT aidFile
           IF WS-AidStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AidEOF = "Y"
               READ aidFile
                   AT END
                       MOVE "Y" TO WS-AidEOF
                   NOT AT END
                       ADD 1 TO WS-AidRead
                       PERFORM LoadOneAid
               END-READ
           END-PERFORM
           CLOSE aidFile.

       LoadOneAid.
           MOVE AD-StudentWNbr TO WS-LookupWNbr
           MOVE AD-Years TO WS-LookupYears
           PERFORM FindCase
           IF CaseFoundIdx = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO ProgramFoundIdx
           PERFORM VARYING ProgramIdx FROM 1 BY 1
               UNTIL ProgramIdx > ProgramCount
               IF RP-AidType(ProgramIdx) = AD-AidType
                   MOVE ProgramIdx TO ProgramFoundIdx
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN ProgramFoundIdx = ZERO
                   MOVE SPACES TO ExceptionLine
                   STRING AD-StudentWNbr, " ", AD-Years, " ",
                       AD-AidType, "  AID NOT USED -- NOT A TITLE "
                       "IV PROGRAM CODE" INTO ExceptionLine
                   PERFORM NoteAidNotUsed
               WHEN AD-Status NOT = "D" AND AD-Status NOT = "P"
                   MOVE SPACES TO ExceptionLine
                   STRING AD-StudentWNbr, " ", AD-Years, " ",
                       AD-AidType, "  AID NOT USED -- STATUS ",
                       AD-Status, " IS NOT D OR P" INTO ExceptionLine
                   PERFORM NoteAidNotUsed
               WHEN AD-Amount IS NOT NUMERIC
                   MOVE SPACES TO ExceptionLine
                   STRING AD-StudentWNbr, " ", AD-Years, " ",
                       AD-AidType, "  AID NOT USED -- AMOUNT NOT "
                       "NUMERIC" INTO ExceptionLine
                   PERFORM NoteAidNotUsed
               WHEN AidCount NOT < 1000
                   MOVE "Y" TO WS-TableOverflow
               WHEN OTHER
                   ADD 1 TO AidCount
                   MOVE CaseFoundIdx TO AI-CaseIdx(AidCount)
                   MOVE ProgramFoundIdx TO AI-ProgramIdx(AidCount)
                   MOVE AD-Status TO AI-Status(AidCount)
                   MOVE AD-Amount TO AI-Amount(AidCount)
           END-EVALUATE.

       NoteAidNotUsed.
           ADD 1 TO WS-AidNotUsed
           ADD 1 TO WS-Exceptions
           WRITE ExceptionRecord.

      *> The term's institutional charges, off the bursar's charge
      *> extract.
       LoadCharges.
           MOVE "N" TO WS-ChargeEOF
           OPEN INPUT chargeFile
           IF WS-ChargeStatus NOT = "00"
               DISPLAY "P2R2T4: NO P2Charges.dat -- INSTITUTIONAL "
                   "CHARGES TAKEN AS ZERO"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ChargeEOF = "Y"
               READ chargeFile
                   AT END
                       MOVE "Y" TO WS-ChargeEOF
                   NOT AT END
                       IF BL-RecType = "CHG"
                           MOVE BL-StudentWNbr TO WS-LookupWNbr
                           MOVE BL-Years TO WS-LookupYears
                           PERFORM FindCase
                           IF CaseFoundIdx > ZERO
                               ADD BL-Charge TO
                                   WC-Charges(CaseFoundIdx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE chargeFile.

      *> One student and term: a withdrawal from fewer than every
      *> seat is a partial withdrawal and no Title IV event; no
      *> seats on the class list at all, or no Title IV aid, is
      *> listed for the aid office instead of a worksheet.
       EvaluateOneCase.
           MOVE WC-StudentWNbr(CaseIdx) TO WS-LookupWNbr
           PERFORM VARYING NameIdx FROM 1 BY 1
               UNTIL NameIdx > NameCount
               IF NM-StudentWNbr(NameIdx) = WS-LookupWNbr
                   MOVE NM-StudentName(NameIdx) TO
                       WC-StudentName(CaseIdx)
               END-IF
           END-PERFORM
           IF WC-Registered(CaseIdx) = ZERO
               ADD 1 TO WS-NotRegistered
               ADD 1 TO WS-Exceptions
               MOVE SPACES TO ExceptionLine
               STRING WC-StudentWNbr(CaseIdx), " ",
                   WC-StudentName(CaseIdx), " ", WC-Years(CaseIdx),
                   "  NO SEATS ON P2ClassList.dat -- NOT EVALUATED"
                   INTO ExceptionLine
               WRITE ExceptionRecord
               EXIT PARAGRAPH
           END-IF
           IF WC-Withdrawn(CaseIdx) < WC-Registered(CaseIdx)
               ADD 1 TO WS-Partial
               EXIT PARAGRAPH
           END-IF
           PERFORM GatherCaseAid
           IF WS-TotalAid = ZERO
               ADD 1 TO WS-NoAid
               ADD 1 TO WS-Exceptions
               MOVE SPACES TO ExceptionLine
               STRING WC-StudentWNbr(CaseIdx), " ",
                   WC-StudentName(CaseIdx), " ", WC-Years(CaseIdx),
                   "  COMPLETE WITHDRAWAL -- NO TITLE IV AID ON FILE"
                   INTO ExceptionLine
               WRITE ExceptionRecord
               EXIT PARAGRAPH
           END-IF
           PERFORM ComputeEarned
           PERFORM ComputeShares
           PERFORM AllocateReturns
           PERFORM ComputeDeadline
           PERFORM WriteWorksheet.

       GatherCaseAid.
           MOVE ZERO TO WS-TotalDisbursed
           MOVE ZERO TO WS-TotalCould
           MOVE ZERO TO WS-GrantsDisbursed
           PERFORM VARYING ProgramIdx FROM 1 BY 1
               UNTIL ProgramIdx > ProgramCount
               MOVE ZERO TO RP-Disbursed(ProgramIdx)
               MOVE ZERO TO RP-Could(ProgramIdx)
               MOVE ZERO TO RP-InstReturn(ProgramIdx)
               MOVE ZERO TO RP-StuReturn(ProgramIdx)
           END-PERFORM
           PERFORM VARYING AidIdx FROM 1 BY 1
               UNTIL AidIdx > AidCount
               IF AI-CaseIdx(AidIdx) = CaseIdx
                   MOVE AI-ProgramIdx(AidIdx) TO ProgramIdx
                   IF AI-Status(AidIdx) = "D"
                       ADD AI-Amount(AidIdx) TO
                           RP-Disbursed(ProgramIdx)
                       ADD AI-Amount(AidIdx) TO WS-TotalDisbursed
                       IF RP-Kind(ProgramIdx) = "G"
                           ADD AI-Amount(AidIdx) TO
                               WS-GrantsDisbursed
                       END-IF
                   ELSE
                       ADD AI-Amount(AidIdx) TO RP-Could(ProgramIdx)
                       ADD AI-Amount(AidIdx) TO WS-TotalCould
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-TotalAid = WS-TotalDisbursed + WS-TotalCould.

      *> Percent of the term completed, in calendar days through
      *> the last withdrawal date, to a tenth of a percent; past 60
      *> percent everything is earned.
       ComputeEarned.
           MOVE WC-CalendarIdx(CaseIdx) TO CalendarFoundIdx
           COMPUTE WS-StartInt = FUNCTION
               INTEGER-OF-DATE(CA-StartDate(CalendarFoundIdx))
           COMPUTE WS-DateInt = FUNCTION
               INTEGER-OF-DATE(CA-EndDate(CalendarFoundIdx))
           COMPUTE WS-TermDays = WS-DateInt - WS-StartInt + 1
           COMPUTE WS-DateInt = FUNCTION
               INTEGER-OF-DATE(WC-WithdrawDate(CaseIdx))
           COMPUTE WS-DaysCompleted = WS-DateInt - WS-StartInt + 1
           COMPUTE WS-PctCompleted ROUNDED =
               WS-DaysCompleted / WS-TermDays
           IF WS-PctCompleted > 0.600
               MOVE 1 TO WS-PctEarned
           ELSE
               MOVE WS-PctCompleted TO WS-PctEarned
           END-IF
           COMPUTE WS-PctUnearned = 1 - WS-PctEarned
           COMPUTE WS-Earned ROUNDED = WS-TotalAid * WS-PctEarned
           MOVE ZERO TO WS-Unearned
           MOVE ZERO TO WS-PostWithdrawal
           IF WS-Earned < WS-TotalDisbursed
               COMPUTE WS-Unearned = WS-TotalDisbursed - WS-Earned
           ELSE
               COMPUTE WS-PostWithdrawal =
                   WS-Earned - WS-TotalDisbursed
           END-IF.

      *> The institution returns the lesser of the unearned aid and
      *> its charges times the unearned percent; the student's
      *> share is what is left.
       ComputeShares.
           COMPUTE WS-ChargesUnearned ROUNDED =
               WC-Charges(CaseIdx) * WS-PctUnearned
           IF WS-ChargesUnearned < WS-Unearned
               MOVE WS-ChargesUnearned TO WS-InstShare
           ELSE
               MOVE WS-Unearned TO WS-InstShare
           END-IF
           COMPUTE WS-StudentShare = WS-Unearned - WS-InstShare.

      *> Both shares spread over the programs in return order, each
      *> program taking no more than was disbursed from it; the
      *> student's grant portion is then reduced by the 50 percent
      *> grant protection.
       AllocateReturns.
           MOVE WS-InstShare TO WS-Remaining
           PERFORM VARYING ProgramIdx FROM 1 BY 1
               UNTIL ProgramIdx > ProgramCount
               IF RP-Disbursed(ProgramIdx) < WS-Remaining
                   MOVE RP-Disbursed(ProgramIdx) TO
                       RP-InstReturn(ProgramIdx)
               ELSE
                   MOVE WS-Remaining TO RP-InstReturn(ProgramIdx)
               END-IF
               SUBTRACT RP-InstReturn(ProgramIdx) FROM WS-Remaining
           END-PERFORM
           MOVE WS-StudentShare TO WS-Remaining
           MOVE ZERO TO WS-StudentLoan
           MOVE ZERO TO WS-StudentGrant
           PERFORM VARYING ProgramIdx FROM 1 BY 1
               UNTIL ProgramIdx > ProgramCount
               COMPUTE WS-Available = RP-Disbursed(ProgramIdx)
                   - RP-InstReturn(ProgramIdx)
               IF WS-Available < WS-Remaining
                   MOVE WS-Available TO RP-StuReturn(ProgramIdx)
               ELSE
                   MOVE WS-Remaining TO RP-StuReturn(ProgramIdx)
               END-IF
               SUBTRACT RP-StuReturn(ProgramIdx) FROM WS-Remaining
               IF RP-Kind(ProgramIdx) = "L"
                   ADD RP-StuReturn(ProgramIdx) TO WS-StudentLoan
               ELSE
                   ADD RP-StuReturn(ProgramIdx) TO WS-StudentGrant
               END-IF
           END-PERFORM
           COMPUTE WS-GrantProtect ROUNDED =
               WS-GrantsDisbursed * 0.5
           MOVE ZERO TO WS-GrantOwed
           IF WS-StudentGrant > WS-GrantProtect
               COMPUTE WS-GrantOwed =
                   WS-StudentGrant - WS-GrantProtect
           END-IF
           IF WS-GrantOwed NOT > 50.00
               MOVE ZERO TO WS-GrantOwed
           END-IF
           MOVE WS-InstShare TO WC-InstReturn(CaseIdx)
           ADD WS-InstShare TO WS-TotalInstReturn.

      *> The institution's return is due WS-ReturnDays after the
      *> date of determination -- the last withdrawal date.
       ComputeDeadline.
           COMPUTE WS-DateInt = FUNCTION
               INTEGER-OF-DATE(WC-WithdrawDate(CaseIdx))
               + WS-ReturnDays
           COMPUTE WC-Deadline(CaseIdx) = FUNCTION
               DATE-OF-INTEGER(WS-DateInt)
           IF WS-RunDate > WC-Deadline(CaseIdx)
               AND WS-InstShare > ZERO
               ADD 1 TO WS-PastDue
               ADD 1 TO WS-Exceptions
               MOVE WC-Deadline(CaseIdx) TO WS-DateIn
               PERFORM FormatDate
               MOVE SPACES TO ExceptionLine
               STRING WC-StudentWNbr(CaseIdx), " ",
                   WC-StudentName(CaseIdx), " ", WC-Years(CaseIdx),
                   "  RETURN PAST DUE -- WAS DUE ", WS-DateOut
                   INTO ExceptionLine
               WRITE ExceptionRecord
           END-IF.

       FormatDate.
           MOVE WS-DateIn(1:4) TO WS-DO-Year
           MOVE WS-DateIn(5:2) TO WS-DO-Month
           MOVE WS-DateIn(7:2) TO WS-DO-Day.

       WriteSheetLine.
           WRITE WorksheetRecord
           ADD 1 TO WS-LinesOnPage.

       WriteBlankSheetLine.
           MOVE SPACES TO WorksheetLine
           PERFORM WriteSheetLine.

      *> The worksheet, one page per complete withdrawal, laid out
      *> in the steps of the federal form.
       WriteWorksheet.
           ADD 1 TO WS-Worksheets
           MOVE "Y" TO WC-Worksheet(CaseIdx)
           MOVE ZERO TO WS-LinesOnPage
           MOVE "SOUTHEASTERN LOUISIANA UNIVERSITY" TO WorksheetLine
           PERFORM WriteSheetLine
           MOVE "OFFICE OF STUDENT FINANCIAL AID -- HAMMOND, LA 70402"
               TO WorksheetLine
           PERFORM WriteSheetLine
           MOVE SPACES TO WorksheetLine
           STRING "RETURN OF TITLE IV FUNDS WORKSHEET          RUN ",
               WS-RunDateOut INTO WorksheetLine
           PERFORM WriteSheetLine
           PERFORM WriteBlankSheetLine
           MOVE SPACES TO WorksheetLine
           STRING "STUDENT: ", WC-StudentName(CaseIdx),
               "  W-NUMBER: ", WC-StudentWNbr(CaseIdx),
               "  TERM: ", WC-Years(CaseIdx) INTO WorksheetLine
           PERFORM WriteSheetLine
           MOVE WC-Registered(CaseIdx) TO WS-CoursesOut
           MOVE SPACES TO WorksheetLine
           STRING "COMPLETE WITHDRAWAL FROM ALL", WS-CoursesOut,
               " REGISTERED COURSES" INTO WorksheetLine
           PERFORM WriteSheetLine
           MOVE WC-WithdrawDate(CaseIdx) TO WS-DateIn
           PERFORM FormatDate
           MOVE SPACES TO WorksheetLine
           STRING "WITHDRAWAL DATE / DATE OF DETERMINATION: ",
               WS-DateOut INTO WorksheetLine
           PERFORM WriteSheetLine
           PERFORM WriteBlankSheetLine
           MOVE "STEP 1  TITLE IV AID FOR THE PERIOD" TO WorksheetLine
           PERFORM WriteSheetLine
           MOVE "        PROGRAM" TO WorksheetLine
           MOVE "DISBURSED" TO WorksheetLine(34:9)
           MOVE "COULD BE DISBURSED" TO WorksheetLine(45:18)
           PERFORM WriteSheetLine
           PERFORM VARYING ProgramIdx FROM 1 BY 1
               UNTIL ProgramIdx > ProgramCount
               IF RP-Disbursed(ProgramIdx) > ZERO
                   OR RP-Could(ProgramIdx) > ZERO
                   MOVE RP-Disbursed(ProgramIdx) TO WS-AmountOut
                   MOVE RP-Could(ProgramIdx) TO WS-AmountOut2
                   MOVE SPACES TO WorksheetLine
                   STRING "        ", RP-Description(ProgramIdx),
                       WS-AmountOut, "        ", WS-AmountOut2
                       INTO WorksheetLine
                   PERFORM WriteSheetLine
               END-IF
           END-PERFORM
           MOVE WS-TotalDisbursed TO WS-AmountOut
           MOVE WS-TotalCould TO WS-AmountOut2
           MOVE WS-TotalAid TO WS-AmountOut3
           MOVE SPACES TO WorksheetLine
           STRING "        TOTAL                 ", WS-AmountOut,
               "        ", WS-AmountOut2, "  AID ", WS-AmountOut3
               INTO WorksheetLine
           PERFORM WriteSheetLine
           PERFORM WriteBlankSheetLine
           MOVE "STEP 2  PERCENTAGE OF TITLE IV AID EARNED"
               TO WorksheetLine
           PERFORM WriteSheetLine
           MOVE CA-StartDate(CalendarFoundIdx) TO WS-DateIn
           PERFORM FormatDate
           MOVE WS-DateOut TO WS-DateOut2
           MOVE CA-EndDate(CalendarFoundIdx) TO WS-DateIn
           PERFORM FormatDate
           MOVE WS-TermDays TO WS-DaysOut
           MOVE SPACES TO WorksheetLine
           STRING "        PAYMENT PERIOD ", WS-DateOut2, " TO ",
               WS-DateOut, "  CALENDAR DAYS", WS-DaysOut
               INTO WorksheetLine
           PERFORM WriteSheetLine
           MOVE WS-DaysCompleted TO WS-DaysOut
           COMPUTE WS-PctWork = WS-PctCompleted * 100
           MOVE WS-PctWork TO WS-PctOut
           MOVE SPACES TO WorksheetLine
           STRING "        DAYS COMPLETED", WS-DaysOut,
               "     PERCENT COMPLETED ", WS-PctOut, "%"
               INTO WorksheetLine
           PERFORM WriteSheetLine
           COMPUTE WS-PctWork = WS-PctEarned * 100
           MOVE WS-PctWork TO WS-PctOut
           MOVE SPACES TO WorksheetLine
           STRING "        PERCENT EARNED ", WS-PctOut, "%"
               INTO WorksheetLine
           IF WS-PctCompleted > 0.600
               MOVE "(OVER 60 PERCENT -- ALL AID EARNED)"
                   TO WorksheetLine(40:35)
           END-IF
           PERFORM WriteSheetLine
           PERFORM WriteBlankSheetLine
           MOVE WS-Earned TO WS-AmountOut
           MOVE SPACES TO WorksheetLine
           STRING "STEP 3  TITLE IV AID EARNED         ", WS-AmountOut
               INTO WorksheetLine
           PERFORM WriteSheetLine
           PERFORM WriteBlankSheetLine
           EVALUATE TRUE
               WHEN WS-Unearned > ZERO
                   MOVE WS-Unearned TO WS-AmountOut
                   MOVE SPACES TO WorksheetLine
                   STRING "STEP 4  UNEARNED AID TO BE RETURNED  ",
                       WS-AmountOut INTO WorksheetLine
               WHEN WS-PostWithdrawal > ZERO
                   MOVE WS-PostWithdrawal TO WS-AmountOut
                   MOVE SPACES TO WorksheetLine
                   STRING "STEP 4  POST-WITHDRAWAL DISBURSEMENT ",
                       "DUE ", WS-AmountOut INTO WorksheetLine
               WHEN OTHER
                   MOVE SPACES TO WorksheetLine
                   STRING "STEP 4  NO RETURN AND NO POST-WITHDRAWAL ",
                       "DISBURSEMENT" INTO WorksheetLine
           END-EVALUATE
           PERFORM WriteSheetLine
           PERFORM WriteBlankSheetLine
           MOVE WC-Charges(CaseIdx) TO WS-AmountOut
           MOVE SPACES TO WorksheetLine
           STRING "STEP 5  INSTITUTIONAL CHARGES       ", WS-AmountOut
               INTO WorksheetLine
           PERFORM WriteSheetLine
           COMPUTE WS-PctWork = WS-PctUnearned * 100
           MOVE WS-PctWork TO WS-PctOut
           MOVE WS-ChargesUnearned TO WS-AmountOut
           MOVE SPACES TO WorksheetLine
           STRING "        TIMES PERCENT UNEARNED ", WS-PctOut,
               "% ", WS-AmountOut INTO WorksheetLine
           PERFORM WriteSheetLine
           MOVE WS-InstShare TO WS-AmountOut
           MOVE SPACES TO WorksheetLine
           STRING "        INSTITUTION'S SHARE TO RETURN ",
               WS-AmountOut INTO WorksheetLine
           PERFORM WriteSheetLine
           PERFORM WriteBlankSheetLine
           MOVE WS-StudentShare TO WS-AmountOut
           MOVE SPACES TO WorksheetLine
           STRING "STEP 6  STUDENT'S SHARE             ", WS-AmountOut
               INTO WorksheetLine
           PERFORM WriteSheetLine
           MOVE WS-StudentLoan TO WS-AmountOut
           MOVE SPACES TO WorksheetLine
           STRING "        LOANS -- REPAID UNDER THE NOTE  ",
               WS-AmountOut INTO WorksheetLine
           PERFORM WriteSheetLine
           MOVE WS-StudentGrant TO WS-AmountOut
           MOVE WS-GrantProtect TO WS-AmountOut2
           MOVE WS-GrantOwed TO WS-AmountOut3
           MOVE SPACES TO WorksheetLine
           STRING "        GRANTS ", WS-AmountOut,
               "  LESS 50% PROTECTION ", WS-AmountOut2,
               "  OWED ", WS-AmountOut3 INTO WorksheetLine
           PERFORM WriteSheetLine
           PERFORM WriteBlankSheetLine
           MOVE "STEP 7  RETURN BY PROGRAM" TO WorksheetLine
           PERFORM WriteSheetLine
           MOVE "        PROGRAM" TO WorksheetLine
           MOVE "INSTITUTION" TO WorksheetLine(32:11)
           MOVE "STUDENT" TO WorksheetLine(56:7)
           PERFORM WriteSheetLine
           PERFORM VARYING ProgramIdx FROM 1 BY 1
               UNTIL ProgramIdx > ProgramCount
               IF RP-InstReturn(ProgramIdx) > ZERO
                   OR RP-StuReturn(ProgramIdx) > ZERO
                   MOVE RP-InstReturn(ProgramIdx) TO WS-AmountOut
                   MOVE RP-StuReturn(ProgramIdx) TO WS-AmountOut2
                   MOVE SPACES TO WorksheetLine
                   STRING "        ", RP-Description(ProgramIdx),
                       WS-AmountOut, "        ", WS-AmountOut2
                       INTO WorksheetLine
                   PERFORM WriteSheetLine
               END-IF
           END-PERFORM
           PERFORM WriteBlankSheetLine
           MOVE WC-Deadline(CaseIdx) TO WS-DateIn
           PERFORM FormatDate
           MOVE WS-ReturnDays TO WS-ReturnDaysOut
           MOVE SPACES TO WorksheetLine
           IF WS-InstShare > ZERO
               STRING "INSTITUTION'S RETURN DUE NO LATER THAN ",
                   WS-DateOut, "  --", WS-ReturnDaysOut,
                   " DAYS AFTER DETERMINATION" INTO WorksheetLine
           ELSE
               MOVE "NO RETURN DUE FROM THE INSTITUTION"
                   TO WorksheetLine
           END-IF
           PERFORM WriteSheetLine
           IF WS-RunDate > WC-Deadline(CaseIdx)
               AND WS-InstShare > ZERO
               MOVE "*** PAST DUE ***" TO WorksheetLine
               PERFORM WriteSheetLine
           END-IF
           PERFORM UNTIL WS-LinesOnPage NOT < WS-PageSize
               PERFORM WriteBlankSheetLine
           END-PERFORM.

      *> Closing page: every worksheet's return and deadline on one
      *> list, so the aid office can work them in date order.
       WriteDeadlineSchedule.
           MOVE ZERO TO WS-LinesOnPage
           MOVE "SOUTHEASTERN LOUISIANA UNIVERSITY" TO WorksheetLine
           PERFORM WriteSheetLine
           MOVE SPACES TO WorksheetLine
           STRING "RETURN OF TITLE IV FUNDS -- DEADLINE SCHEDULE",
               "   RUN ", WS-RunDateOut INTO WorksheetLine
           PERFORM WriteSheetLine
           PERFORM WriteBlankSheetLine
           MOVE "W-NUMBER  STUDENT          TERM        DUE BY"
               TO WorksheetLine
           MOVE "INSTITUTION RETURN" TO WorksheetLine(52:18)
           PERFORM WriteSheetLine
           PERFORM VARYING CaseIdx FROM 1 BY 1
               UNTIL CaseIdx > CaseCount
               IF WC-Worksheet(CaseIdx) = "Y"
                   MOVE WC-Deadline(CaseIdx) TO WS-DateIn
                   PERFORM FormatDate
                   MOVE WC-InstReturn(CaseIdx) TO WS-AmountOut
                   MOVE SPACES TO WorksheetLine
                   STRING WC-StudentWNbr(CaseIdx), " ",
                       WC-StudentName(CaseIdx), " ",
                       WC-Years(CaseIdx), " ", WS-DateOut,
                       "        ", WS-AmountOut INTO WorksheetLine
                   IF WS-RunDate > WC-Deadline(CaseIdx)
                       AND WC-InstReturn(CaseIdx) > ZERO
                       MOVE "PAST DUE" TO WorksheetLine(73:8)
                   END-IF
                   PERFORM WriteSheetLine
               END-IF
           END-PERFORM
           PERFORM WriteBlankSheetLine
           MOVE WS-TotalInstReturn TO WS-TotalInstReturnOut
           MOVE SPACES TO WorksheetLine
           STRING "WORKSHEETS: ", WS-Worksheets,
               "   TOTAL INSTITUTION RETURNS: ", WS-TotalInstReturnOut
               INTO WorksheetLine
           PERFORM WriteSheetLine.

       WriteAuditHeader.
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "HDR ", WS-RunDate, " ", WS-RunTime,
               " P2R2T4 IN=P2WithdrawTrans.dat OUT=P2R2T4.dat "
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
               " P2R2T4 FEED=", WS-FeedRead,
               " AID=", WS-AidRead,
               " WORKSHEETS=", WS-Worksheets,
               " PARTIAL=", WS-Partial,
               " PASTDUE=", WS-PastDue, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
