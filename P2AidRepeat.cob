      *> Progrm-ID: P2AidRepeat.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Repeated-coursework report for the financial aid office.
      *> Federal aid pays for only AID-PAID-REPEATS (P2Params.dat,
      *> default 1) repeats of a course the student has already
      *> passed; the hours of any further repeat must come out of
      *> the aid enrollment count.  For the term named on the
      *> command line (its Years text, "FALL 2025", which must be on
      *> P2TermCal.dat) this run takes every seat on P2Register's
      *> class list P2ClassList.dat -- less seats withdrawn on
      *> P2WithdrawTrans.dat -- and replays the student's earlier
      *> attempts of the course off P2History.dat in term order:
      *>   an attempt is any record here for an earlier term but an
      *>     audit (AU) -- transfer and exam credit are not;
      *>   passed means A through D (any modifier) or P;
      *>   a repeat of a passed course is any graded attempt after
      *>     the first pass -- a W or I after the pass used none of
      *>     the aid.
      *> A seat is an AID-INELIGIBLE REPEAT when the course was
      *> passed before and the paid repeats are already used.  The
      *> report P2AidRepeat.dat lists those seats with their hours,
      *> the hours to drop per student, and the term's total.  It
      *> also lists every seat past the REPEAT-MAX-ATTEMPTS limit
      *> (default 3) that has no approved exception on
      *> P2RepeatExc.dat (approver checked through P2Signer.cob,
      *> the same test P2PrereqEdit.cob applies) -- students who
      *> registered around the repeat edit.  Those seats set RC 4.
      *> RC 12 when the term is missing or not on the calendar,
      *> RC 16 when a table overflows.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2AidRepeat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT calendarFile ASSIGN TO "P2TermCal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CalendarStatus.
           SELECT classListFile ASSIGN TO "P2ClassList.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ClassListStatus.
           SELECT transactionFile ASSIGN TO "P2WithdrawTrans.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TransactionStatus.
           SELECT historyFile ASSIGN TO "P2History.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HistoryStatus.
           SELECT catalogFile ASSIGN TO "P2Catalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CatalogStatus.
           SELECT repeatExcFile ASSIGN TO "P2RepeatExc.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RepeatExcStatus.
           SELECT paramFile ASSIGN TO "P2Params.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParamStatus.
           SELECT reportFile ASSIGN TO "P2AidRepeat.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT auditTrailFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.

       DATA DIVISION.
       FILE SECTION.
       FD calendarFile.
       01 CalendarRecord.
           COPY "TERMCAL.CPY".

      *> P2Register's class list -- one seat per record.
       FD classListFile.
       01 ClassListRecord.
        02 CS-Section PIC X(12).
        02 CS-Course PIC X(9).
        02 CS-Years PIC X(11).
        02 CS-StudentWNbr PIC X(9).
        02 CS-StudentName PIC X(16).
        02 CS-RegDate PIC 9(8).

       FD transactionFile.
       01 TransactionRecord.
        02 WD-StudentWNbr PIC X(9).
        02 WD-Years PIC X(11).
        02 WD-Course PIC X(9).
        02 WD-Date PIC 9(8).

       FD historyFile.
       01 HistoryRecord.
           COPY "HISTMST.CPY".

       FD catalogFile.
       01 CatalogRecord.
        02 CAT-Course PIC X(9).
        02 CAT-CourseD PIC X(28).
        02 CAT-CreditHr PIC 9.

      *> Approved repeat-limit exception, as P2PrereqEdit reads it.
       FD repeatExcFile.
       01 RepeatExcRecord.
        02 RX-StudentWNbr PIC X(9).
        02 RX-Course PIC X(9).
        02 RX-Years PIC X(11).
        02 RX-Approver PIC X(20).
        02 RX-ApprovedDate PIC 9(8).

       FD paramFile.
       01 ParamRecord.
        02 ParamLine PIC X(40).

       FD reportFile.
       01 ReportRecord.
        02 ReportLine PIC X(132).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-CalendarStatus PIC XX VALUE SPACES.
       01 WS-ClassListStatus PIC XX VALUE SPACES.
       01 WS-TransactionStatus PIC XX VALUE SPACES.
       01 WS-HistoryStatus PIC XX VALUE SPACES.
       01 WS-CatalogStatus PIC XX VALUE SPACES.
       01 WS-RepeatExcStatus PIC XX VALUE SPACES.
       01 WS-ParamStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-EOF PIC X VALUE "N".
       01 WS-ParamKey PIC X(20) VALUE SPACES.
       01 WS-ParamValue PIC X(20) VALUE SPACES.
       01 WS-ArgNum PIC 9(2) VALUE ZERO.
       01 WS-TermArg PIC X(11) VALUE SPACES.
       01 WS-TermKey PIC 9(5) VALUE ZERO.
       01 WS-TermSeason PIC X(11) VALUE SPACES.
       01 WS-TermYearText PIC X(4) VALUE SPACES.
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-MaxAttempts PIC 9(2) VALUE 3.
       01 WS-AidPaidRepeats PIC 9(2) VALUE 1.
       01 WS-TableOverflow PIC X VALUE "N".
       01 WS-SeatDropped PIC X VALUE "N".
       01 WS-PassingGrade PIC X VALUE "N".
       01 WS-AttemptNbr PIC 9(2) VALUE ZERO.
       01 WS-Ineligible PIC X VALUE "N".
       01 WS-OverLimit PIC X VALUE "N".
       01 WS-SeatsChecked PIC 9(5) VALUE ZERO.
       01 WS-IneligibleSeats PIC 9(5) VALUE ZERO.
       01 WS-IneligibleHours PIC 9(5) VALUE ZERO.
       01 WS-OverLimitSeats PIC 9(5) VALUE ZERO.
      *> Withdrawn seats for the term.
       01 DropTable.
           02 DropEntry OCCURS 1000 TIMES.
               03 DR-StudentWNbr PIC X(9) VALUE SPACES.
               03 DR-Course PIC X(9) VALUE SPACES.
       01 DropCount PIC 9(4) VALUE ZERO.
       01 DropIdx PIC 9(4) VALUE ZERO.
      *> Course hours off the catalog.
       01 CatalogTable.
           02 CatalogEntry OCCURS 500 TIMES.
               03 CT-Course PIC X(9) VALUE SPACES.
               03 CT-CreditHr PIC 9 VALUE ZERO.
       01 CatalogCount PIC 9(3) VALUE ZERO.
       01 CatalogIdx PIC 9(3) VALUE ZERO.
      *> The term's seats and what the history replay found for
      *> each: SE-Attempts earlier attempts, SE-Passed once any of
      *> them passed, SE-SincePass graded attempts after that pass.
       01 SeatTable.
           02 SeatEntry OCCURS 2000 TIMES.
               03 SE-StudentWNbr PIC X(9) VALUE SPACES.
               03 SE-StudentName PIC X(16) VALUE SPACES.
               03 SE-Section PIC X(12) VALUE SPACES.
               03 SE-Course PIC X(9) VALUE SPACES.
               03 SE-Hours PIC 9 VALUE ZERO.
               03 SE-Attempts PIC 9(2) VALUE ZERO.
               03 SE-Passed PIC X(1) VALUE "N".
               03 SE-SincePass PIC 9(2) VALUE ZERO.
       01 SeatCount PIC 9(4) VALUE ZERO.
       01 SeatIdx PIC 9(4) VALUE ZERO.
      *> Aid-ineligible hours per student, for the totals section.
       01 StudentTable.
           02 StudentEntry OCCURS 1000 TIMES.
               03 ST-StudentWNbr PIC X(9) VALUE SPACES.
               03 ST-StudentName PIC X(16) VALUE SPACES.
               03 ST-Hours PIC 9(3) VALUE ZERO.
       01 StudentCount PIC 9(4) VALUE ZERO.
       01 StudentIdx PIC 9(4) VALUE ZERO.
       01 StudentFoundIdx PIC 9(4) VALUE ZERO.
      *> Approved repeat-limit exceptions for the term.
       01 RepeatExcTable.
           02 RepeatExcEntry OCCURS 200 TIMES.
               03 RX-T-StudentWNbr PIC X(9) VALUE SPACES.
               03 RX-T-Course PIC X(9) VALUE SPACES.
               03 RX-T-Approver PIC X(20) VALUE SPACES.
               03 RX-T-ApprovedDate PIC 9(8) VALUE ZERO.
       01 RepeatExcCount PIC 999 VALUE ZERO.
       01 RepeatExcIdx PIC 999 VALUE ZERO.
       01 RepeatExcFoundIdx PIC 999 VALUE ZERO.
      *> Report line work fields.
       01 WS-HoursOut PIC Z9.
       01 WS-CountOut PIC ZZZZ9.
       01 WS-AttemptOut PIC Z9.
       01 WS-Verdict PIC X(44) VALUE SPACES.
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
      *> Request block for the CALLed P2Signer subprogram.
       01 SignerRequest.
        02 SignReqSigner PIC X(20) VALUE SPACES.
        02 SignReqType PIC X(8) VALUE SPACES.
        02 SignReqDate PIC 9(8) VALUE ZERO.
        02 SignReqAmountType PIC X(1) VALUE SPACE.
        02 SignReqAmount PIC 9(7)V99 VALUE ZERO.
        02 SignReqResult PIC X(1) VALUE SPACE.
        02 SignReqReason PIC X(30) VALUE SPACES.

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
           DISPLAY "P2AIDREPEAT: USAGE: P2AidRepeat <TERM>"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM ReadRunParams.
       PERFORM FindTermKey.
       IF WS-TermKey = ZERO
           DISPLAY "P2AIDREPEAT ABORTED: " WS-TermArg
               " IS NOT ON P2TermCal.dat"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM AcquireMasterLock.
       PERFORM VerifyHistoryMaster.
       PERFORM WriteAuditHeader.
       PERFORM LoadCatalog.
       PERFORM LoadRepeatExceptions.
       PERFORM LoadDrops.
       PERFORM LoadSeats.
       PERFORM ReplayHistory.
       PERFORM WriteReport.
       DISPLAY "P2AIDREPEAT: " WS-TermArg
           "  SEATS: " WS-SeatsChecked
           "  AID-INELIGIBLE: " WS-IneligibleSeats
           "  HOURS: " WS-IneligibleHours
           "  OVER ATTEMPT LIMIT: " WS-OverLimitSeats.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseMasterLock.
       EVALUATE TRUE
           WHEN WS-TableOverflow = "Y"
               MOVE 16 TO RETURN-CODE
           WHEN WS-OverLimitSeats > ZERO
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
       STOP RUN.

       AcquireMasterLock.
           MOVE "HISTORY" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           MOVE "P2AIDREPEAT" TO LockReqProgram
           CALL "P2Lock" USING LockRequest
           IF LockReqResult NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       ReleaseMasterLock.
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest.

      *> Re-adds the history master against its integrity trailer
      *> before any attempt is counted from it.  A master with no
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
               DISPLAY "P2AIDREPEAT: P2History.dat CARRIES NO "
                   "INTEGRITY TRAILER (LEGACY MASTER) -- "
                   "PROCESSED AS-IS"
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               OR WS-VT-Hash2 NOT = WS-VfyHash2
               DISPLAY "P2AIDREPEAT ABORTED: P2History.dat DOES NOT "
                   "BALANCE TO ITS INTEGRITY TRAILER"
               DISPLAY "  TRAILER: COUNT=" WS-VT-Count
                   " HRS=" WS-VT-Hash1 " QP=" WS-VT-Hash2
               DISPLAY "  ON FILE: COUNT=" WS-VfyCount
                   " HRS=" WS-VfyHash1 " QP=" WS-VfyHash2
               PERFORM ReleaseMasterLock
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> REPEAT-MAX-ATTEMPTS and AID-PAID-REPEATS; anything else on
      *> the file belongs to other programs.
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
                           WHEN "REPEAT-MAX-ATTEMPTS"
                               COMPUTE WS-MaxAttempts =
                                   FUNCTION NUMVAL(WS-ParamValue)
                           WHEN "AID-PAID-REPEATS"
                               COMPUTE WS-AidPaidRepeats =
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
      *> + the calendar's ordinal), so earlier terms on the history
      *> master can be told from this one and any later one.
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

      *> Only the term's exceptions matter here.
       LoadRepeatExceptions.
           MOVE "N" TO WS-EOF
           OPEN INPUT repeatExcFile
           IF WS-RepeatExcStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ repeatExcFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RX-Years = WS-TermArg
                           PERFORM AddRepeatException
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RepeatExcStatus NOT = "35"
               CLOSE repeatExcFile
           END-IF.

       AddRepeatException.
           IF RepeatExcCount NOT < 200
               MOVE "Y" TO WS-TableOverflow
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RepeatExcCount
           MOVE RX-StudentWNbr TO RX-T-StudentWNbr(RepeatExcCount)
           MOVE RX-Course TO RX-T-Course(RepeatExcCount)
           MOVE RX-Approver TO RX-T-Approver(RepeatExcCount)
           IF RX-ApprovedDate IS NUMERIC
               MOVE RX-ApprovedDate TO
                   RX-T-ApprovedDate(RepeatExcCount)
           ELSE
               MOVE ZERO TO RX-T-ApprovedDate(RepeatExcCount)
           END-IF.

      *> A withdrawn seat is not in the aid enrollment count to
      *> begin with.
       LoadDrops.
           MOVE "N" TO WS-EOF
           OPEN INPUT transactionFile
           IF WS-TransactionStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ transactionFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WD-Years = WS-TermArg
                           PERFORM AddDrop
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TransactionStatus NOT = "35"
               CLOSE transactionFile
           END-IF.

       AddDrop.
           IF DropCount NOT < 1000
               MOVE "Y" TO WS-TableOverflow
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DropCount
           MOVE WD-StudentWNbr TO DR-StudentWNbr(DropCount)
           MOVE WD-Course TO DR-Course(DropCount).

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
           MOVE "N" TO WS-SeatDropped
           PERFORM VARYING DropIdx FROM 1 BY 1
               UNTIL DropIdx > DropCount
               IF DR-StudentWNbr(DropIdx) = CS-StudentWNbr
                   AND DR-Course(DropIdx) = CS-Course
                   MOVE "Y" TO WS-SeatDropped
               END-IF
           END-PERFORM
           IF WS-SeatDropped = "Y"
               EXIT PARAGRAPH
           END-IF
           IF SeatCount NOT < 2000
               MOVE "Y" TO WS-TableOverflow
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SeatCount
           MOVE CS-StudentWNbr TO SE-StudentWNbr(SeatCount)
           MOVE CS-StudentName TO SE-StudentName(SeatCount)
           MOVE CS-Section TO SE-Section(SeatCount)
           MOVE CS-Course TO SE-Course(SeatCount)
           PERFORM VARYING CatalogIdx FROM 1 BY 1
               UNTIL CatalogIdx > CatalogCount
               IF CT-Course(CatalogIdx) = CS-Course
                   MOVE CT-CreditHr(CatalogIdx) TO SE-Hours(SeatCount)
               END-IF
           END-PERFORM.

      *> One pass over the history master, which is in term order
      *> within each student, so a seat sees its course's earlier
      *> attempts oldest first.
       ReplayHistory.
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
                           AND HM-TermKey < WS-TermKey
                           AND HM-Grade NOT = "AU"
                           AND HM-TransferFlag NOT = "Y"
                           AND HM-TransferFlag NOT = "E"
                           PERFORM NoteEarlierAttempt
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HistoryStatus NOT = "35"
               CLOSE historyFile
           END-IF.

       NoteEarlierAttempt.
           MOVE "N" TO WS-PassingGrade
           IF HM-Grade = "P"
               OR HM-Grade(1:1) = "A" OR HM-Grade(1:1) = "B"
               OR HM-Grade(1:1) = "C" OR HM-Grade(1:1) = "D"
               MOVE "Y" TO WS-PassingGrade
           END-IF
           PERFORM VARYING SeatIdx FROM 1 BY 1
               UNTIL SeatIdx > SeatCount
               IF SE-StudentWNbr(SeatIdx) = HM-StudentWNbr
                   AND SE-Course(SeatIdx) = HM-Course
                   IF SE-Attempts(SeatIdx) < 99
                       ADD 1 TO SE-Attempts(SeatIdx)
                   END-IF
                   IF SE-Passed(SeatIdx) = "Y"
                       AND HM-Grade NOT = "W"
                       AND HM-Grade NOT = "I"
                       AND SE-SincePass(SeatIdx) < 99
                       ADD 1 TO SE-SincePass(SeatIdx)
                   END-IF
                   IF WS-PassingGrade = "Y"
                       MOVE "Y" TO SE-Passed(SeatIdx)
                   END-IF
               END-IF
           END-PERFORM.

      *> Detail lines for every flagged seat, then the hours to take
      *> out of each student's aid enrollment count.
       WriteReport.
           OPEN OUTPUT reportFile
           MOVE SPACES TO ReportLine
           STRING "REPEATED COURSEWORK -- AID-INELIGIBLE REPEATS "
               "AND ATTEMPT-LIMIT SEATS    TERM: " DELIMITED BY SIZE,
               WS-TermArg DELIMITED BY SIZE,
               "    RUN DATE: " DELIMITED BY SIZE,
               WS-RunDate DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportRecord
           MOVE SPACES TO ReportLine
           MOVE WS-AidPaidRepeats TO WS-AttemptOut
           STRING "AID PAYS ", WS-AttemptOut,
               " REPEAT(S) OF A PASSED COURSE;"
               DELIMITED BY SIZE INTO ReportLine
           MOVE WS-MaxAttempts TO WS-AttemptOut
           STRING "ATTEMPT LIMIT ", WS-AttemptOut
               DELIMITED BY SIZE INTO ReportLine(45:20)
           WRITE ReportRecord
           MOVE SPACES TO ReportLine
           WRITE ReportRecord
           MOVE SPACES TO ReportLine
           STRING "W-NUMBER  NAME             COURSE    SECTION     "
               " HRS  ATTEMPT  PASSED  REPEATS  FINDING"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportRecord
           PERFORM VARYING SeatIdx FROM 1 BY 1
               UNTIL SeatIdx > SeatCount
               ADD 1 TO WS-SeatsChecked
               PERFORM JudgeSeat
           END-PERFORM
           MOVE SPACES TO ReportLine
           WRITE ReportRecord
           MOVE SPACES TO ReportLine
           STRING "AID-INELIGIBLE HOURS BY STUDENT"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportRecord
           PERFORM VARYING StudentIdx FROM 1 BY 1
               UNTIL StudentIdx > StudentCount
               MOVE SPACES TO ReportLine
               MOVE ST-Hours(StudentIdx) TO WS-CountOut
               STRING ST-StudentWNbr(StudentIdx), " ",
                   ST-StudentName(StudentIdx), "  HOURS: ",
                   WS-CountOut
                   DELIMITED BY SIZE INTO ReportLine
               WRITE ReportRecord
           END-PERFORM
           MOVE SPACES TO ReportLine
           WRITE ReportRecord
           MOVE SPACES TO ReportLine
           MOVE WS-SeatsChecked TO WS-CountOut
           STRING "SEATS CHECKED: ", WS-CountOut
               DELIMITED BY SIZE INTO ReportLine
           MOVE WS-IneligibleSeats TO WS-CountOut
           STRING "AID-INELIGIBLE SEATS: ", WS-CountOut
               DELIMITED BY SIZE INTO ReportLine(23:30)
           MOVE WS-IneligibleHours TO WS-CountOut
           STRING "HOURS: ", WS-CountOut
               DELIMITED BY SIZE INTO ReportLine(53:15)
           MOVE WS-OverLimitSeats TO WS-CountOut
           STRING "OVER ATTEMPT LIMIT: ", WS-CountOut
               DELIMITED BY SIZE INTO ReportLine(70:30)
           WRITE ReportRecord
           CLOSE reportFile.

      *> This seat is attempt SE-Attempts + 1.  Either finding, or
      *> both, puts it on the report.
       JudgeSeat.
           MOVE "N" TO WS-Ineligible
           MOVE "N" TO WS-OverLimit
           IF SE-Passed(SeatIdx) = "Y"
               AND SE-SincePass(SeatIdx) NOT < WS-AidPaidRepeats
               MOVE "Y" TO WS-Ineligible
           END-IF
           MOVE SE-Attempts(SeatIdx) TO WS-AttemptNbr
           IF WS-AttemptNbr < 99
               ADD 1 TO WS-AttemptNbr
           END-IF
           IF WS-AttemptNbr > WS-MaxAttempts
               PERFORM CheckRepeatException
           END-IF
           IF WS-Ineligible = "N" AND WS-OverLimit = "N"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-Ineligible = "Y" AND WS-OverLimit = "Y"
                   MOVE "AID-INELIGIBLE REPEAT; OVER ATTEMPT LIMIT"
                       TO WS-Verdict
               WHEN WS-Ineligible = "Y"
                   MOVE "AID-INELIGIBLE REPEAT" TO WS-Verdict
               WHEN OTHER
                   MOVE "OVER ATTEMPT LIMIT -- NO EXCEPTION"
                       TO WS-Verdict
           END-EVALUATE
           IF WS-Ineligible = "Y"
               ADD 1 TO WS-IneligibleSeats
               ADD SE-Hours(SeatIdx) TO WS-IneligibleHours
               PERFORM AddStudentHours
           END-IF
           IF WS-OverLimit = "Y"
               ADD 1 TO WS-OverLimitSeats
           END-IF
           MOVE SPACES TO ReportLine
           MOVE SE-StudentWNbr(SeatIdx) TO ReportLine(1:9)
           MOVE SE-StudentName(SeatIdx) TO ReportLine(11:16)
           MOVE SE-Course(SeatIdx) TO ReportLine(28:9)
           MOVE SE-Section(SeatIdx) TO ReportLine(38:12)
           MOVE SE-Hours(SeatIdx) TO WS-HoursOut
           MOVE WS-HoursOut TO ReportLine(52:2)
           MOVE WS-AttemptNbr TO WS-AttemptOut
           MOVE WS-AttemptOut TO ReportLine(61:2)
           MOVE SE-Passed(SeatIdx) TO ReportLine(67:1)
           MOVE SE-SincePass(SeatIdx) TO WS-AttemptOut
           MOVE WS-AttemptOut TO ReportLine(78:2)
           MOVE WS-Verdict TO ReportLine(82:44)
           WRITE ReportRecord.

      *> Past the limit: an exception for the student and course in
      *> this term clears it only when its approver holds REPEAT
      *> authority on the approval date.
       CheckRepeatException.
           MOVE "Y" TO WS-OverLimit
           MOVE ZERO TO RepeatExcFoundIdx
           PERFORM VARYING RepeatExcIdx FROM 1 BY 1
               UNTIL RepeatExcIdx > RepeatExcCount
               IF RX-T-StudentWNbr(RepeatExcIdx) =
                   SE-StudentWNbr(SeatIdx)
                   AND RX-T-Course(RepeatExcIdx) = SE-Course(SeatIdx)
                   MOVE RepeatExcIdx TO RepeatExcFoundIdx
               END-IF
           END-PERFORM
           IF RepeatExcFoundIdx = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE RX-T-Approver(RepeatExcFoundIdx) TO SignReqSigner
           MOVE "REPEAT" TO SignReqType
           MOVE RX-T-ApprovedDate(RepeatExcFoundIdx) TO SignReqDate
           MOVE SPACE TO SignReqAmountType
           MOVE ZERO TO SignReqAmount
           CALL "P2Signer" USING SignerRequest
           IF SignReqResult = "Y"
               MOVE "N" TO WS-OverLimit
           END-IF.

       AddStudentHours.
           MOVE ZERO TO StudentFoundIdx
           PERFORM VARYING StudentIdx FROM 1 BY 1
               UNTIL StudentIdx > StudentCount
               IF ST-StudentWNbr(StudentIdx) = SE-StudentWNbr(SeatIdx)
                   MOVE StudentIdx TO StudentFoundIdx
               END-IF
           END-PERFORM
           IF StudentFoundIdx = ZERO
               IF StudentCount NOT < 1000
                   MOVE "Y" TO WS-TableOverflow
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO StudentCount
               MOVE StudentCount TO StudentFoundIdx
               MOVE SE-StudentWNbr(SeatIdx) TO
                   ST-StudentWNbr(StudentFoundIdx)
               MOVE SE-StudentName(SeatIdx) TO
                   ST-StudentName(StudentFoundIdx)
           END-IF
           ADD SE-Hours(SeatIdx) TO ST-Hours(StudentFoundIdx).

       WriteAuditHeader.
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "HDR ", WS-RunDate, " ", WS-RunTime,
               " P2AIDREPEAT IN=P2ClassList.dat OUT=P2AidRepeat.dat "
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
               " P2AIDREPEAT TERM=", WS-TermArg,
               " SEATS=", WS-SeatsChecked,
               " INELIGIBLE=", WS-IneligibleSeats,
               " HOURS=", WS-IneligibleHours,
               " OVER-LIMIT=", WS-OverLimitSeats, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
