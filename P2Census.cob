      *> Progrm-ID: P2Census.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Census-date enrollment snapshot.  State and federal
      *> enrollment counts are as of the official census date, but
      *> P2Roster's export and P2CourseLoad.dat both move whenever
      *> grades or withdrawals post, so no two official numbers
      *> ever agreed.  This run freezes the term once, on its census
      *> date (TC-CensusDate on P2TermCal.dat), into the permanent
      *> snapshot P2Census.dat, and every official count is then
      *> produced from that frozen file.
      *> The term is the first command-line argument (its Years
      *> text, "FALL 2025") or, when none is given, the calendar
      *> term whose census date is the latest one not after the run
      *> date.  A run before the census date refuses; a run after
      *> it still snapshots but warns, since seats may have moved.
      *> Enrollment is P2Register's class list P2ClassList.dat --
      *> every seat for the term, less the seats withdrawn by the
      *> census date (a dated withdrawal on P2WithdrawTrans.dat, or
      *> a W already folded into the term on P2History.dat) --
      *> priced in hours off P2Catalog.dat.  One snapshot record per
      *> enrolled student: hours, FULL-TIME or PART-TIME against
      *> FULL-TIME-HOURS in P2Params.dat (default 12), level (the
      *> student's career off P2Students.dat when one is recorded;
      *> otherwise GR when any seat is a graduate course -- GR on
      *> the catalog, or 500-level or higher for a course the
      *> catalog gives no career -- UG otherwise), and college,
      *> major, and program from P2Students.dat.  The term's
      *> records are followed by a "CENTRL" control record --
      *> term, date taken, student count, hours total -- and the
      *> snapshot is only ever extended: a term already on it is
      *> never taken again, and a re-run simply rebuilds the
      *> submissions from the frozen records after re-adding them
      *> against their control record.
      *> From the snapshot:
      *>   P2StateEnroll.dat  the state enrollment file -- "H" header
      *>                      (term, census date), one "D" record
      *>                      per student, "T" trailer with the
      *>                      count and hours the state balances;
      *>   P2IPEDS.dat        fall-enrollment counts by college,
      *>                      level, and attendance status, with
      *>                      totals by level and overall.
      *> RC 4 on a late snapshot, RC 8 when a frozen term no longer
      *> balances to its control record, RC 12 when no term can be
      *> censused.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2Census.
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
           SELECT demographicFile ASSIGN TO "P2Students.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DemographicStatus.
      *> The permanent snapshot -- read to find the term, extended
      *> when the term is taken, never rewritten.
           SELECT censusFile ASSIGN TO "P2Census.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CensusStatus.
           SELECT stateFile ASSIGN TO "P2StateEnroll.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ipedsFile ASSIGN TO "P2IPEDS.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT paramFile ASSIGN TO "P2Params.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParamStatus.
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
        02 CAT-EffFromText PIC X(5).
        02 CAT-EffToText PIC X(5).
        02 CAT-Career PIC X(2).

       FD demographicFile.
       01 DemographicRecord.
           COPY "STUDENTD.CPY".

      *> Snapshot record, one per enrolled student per term, and
      *> the term's control record behind them.
       FD censusFile.
       01 CensusRecord.
        02 CN-Years PIC X(11).
        02 CN-StudentWNbr PIC X(9).
        02 CN-StudentName PIC X(16).
        02 CN-Hours PIC 99V99.
        02 CN-Status PIC X(10).
        02 CN-Level PIC X(2).
        02 CN-College PIC X(24).
        02 CN-Major PIC X(20).
        02 CN-Program PIC X(8).
       01 CensusControl.
        02 CC-Tag PIC X(6).
        02 FILLER PIC X(1).
        02 CC-Years PIC X(11).
        02 CC-CensusDate PIC 9(8).
        02 CC-TakenDate PIC 9(8).
        02 CC-Count PIC 9(7).
        02 CC-Hours PIC 9(7)V99.

      *> Fixed layout the state loads.
       FD stateFile.
       01 StateHeader.
        02 SH-RecType PIC X(1).
        02 SH-Years PIC X(11).
        02 SH-CensusDate PIC 9(8).
        02 SH-SchoolName PIC X(40).
        02 FILLER PIC X(44).
       01 StateDetail.
        02 SD-RecType PIC X(1).
        02 SD-StudentWNbr PIC X(9).
        02 SD-Level PIC X(2).
        02 SD-Status PIC X(10).
        02 SD-Hours PIC 99V99.
        02 SD-College PIC X(24).
        02 SD-Major PIC X(20).
        02 SD-Program PIC X(8).
        02 FILLER PIC X(26).
       01 StateTrailer.
        02 ST-RecType PIC X(1).
        02 ST-Count PIC 9(7).
        02 ST-Hours PIC 9(7)V99.
        02 ST-FullTime PIC 9(7).
        02 ST-PartTime PIC 9(7).
        02 FILLER PIC X(73).

       FD ipedsFile.
       01 IpedsRecord.
        02 IpedsLine PIC X(100).

       FD paramFile.
       01 ParamRecord.
        02 ParamLine PIC X(40).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-CalendarStatus PIC XX VALUE SPACES.
       01 WS-ClassListStatus PIC XX VALUE SPACES.
       01 WS-TransactionStatus PIC XX VALUE SPACES.
       01 WS-HistoryStatus PIC XX VALUE SPACES.
       01 WS-CatalogStatus PIC XX VALUE SPACES.
       01 WS-DemographicStatus PIC XX VALUE SPACES.
       01 WS-CensusStatus PIC XX VALUE SPACES.
       01 WS-ParamStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-CalendarEOF PIC X VALUE "N".
       01 WS-ClassEOF PIC X VALUE "N".
       01 WS-TransEOF PIC X VALUE "N".
       01 WS-HistEOF PIC X VALUE "N".
       01 WS-CatalogEOF PIC X VALUE "N".
       01 WS-DemoEOF PIC X VALUE "N".
       01 WS-CensusEOF PIC X VALUE "N".
       01 WS-ParamEOF PIC X VALUE "N".
       01 WS-ParamKey PIC X(20) VALUE SPACES.
       01 WS-ParamValue PIC X(20) VALUE SPACES.
       01 WS-ArgNum PIC 9(2) VALUE ZERO.
       01 WS-TermArg PIC X(20) VALUE SPACES.
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-FullTimeHours PIC 99V99 VALUE 12.
       01 WS-GradCourseLevel PIC 9(3) VALUE 500.
       01 WS-CensusYears PIC X(11) VALUE SPACES.
       01 WS-CensusDate PIC 9(8) VALUE ZERO.
       01 WS-BestCensus PIC 9(8) VALUE ZERO.
       01 WS-AlreadyTaken PIC X VALUE "N".
       01 WS-LateSnapshot PIC X VALUE "N".
       01 WS-OutOfBalance PIC X VALUE "N".
       01 WS-TakenDate PIC 9(8) VALUE ZERO.
       01 WS-CtlCount PIC 9(7) VALUE ZERO.
       01 WS-CtlHours PIC 9(7)V99 VALUE ZERO.
       01 WS-SnapCount PIC 9(7) VALUE ZERO.
       01 WS-SnapHours PIC 9(7)V99 VALUE ZERO.
       01 WS-FullTimeCount PIC 9(7) VALUE ZERO.
       01 WS-PartTimeCount PIC 9(7) VALUE ZERO.
       01 WS-CourseNbrText PIC X(3) VALUE SPACES.
       01 WS-SeatCareer PIC X(2) VALUE SPACES.
       01 WS-CharPos PIC 99 VALUE ZERO.
       01 WS-SchoolName PIC X(40)
           VALUE "SOUTHEASTERN LOUISIANA UNIVERSITY".
      *> Census dates off the calendar.
       01 CalendarTable.
           02 CalendarEntry OCCURS 40 TIMES.
               03 CA-Years PIC X(11) VALUE SPACES.
               03 CA-CensusDate PIC 9(8) VALUE ZERO.
       01 CalendarCount PIC 99 VALUE ZERO.
       01 CalendarIdx PIC 99 VALUE ZERO.
       01 CalendarFoundIdx PIC 99 VALUE ZERO.
      *> Course hours off the catalog.
       01 CatalogTable.
           02 CatalogEntry OCCURS 500 TIMES.
               03 CT-Course PIC X(9) VALUE SPACES.
               03 CT-CreditHr PIC 9 VALUE ZERO.
               03 CT-Career PIC X(2) VALUE SPACES.
       01 CatalogCount PIC 9(3) VALUE ZERO.
       01 CatalogIdx PIC 9(3) VALUE ZERO.
      *> Seats withdrawn by the census date.
       01 DropTable.
           02 DropEntry OCCURS 1000 TIMES.
               03 DR-StudentWNbr PIC X(9) VALUE SPACES.
               03 DR-Course PIC X(9) VALUE SPACES.
       01 DropCount PIC 9(4) VALUE ZERO.
       01 DropIdx PIC 9(4) VALUE ZERO.
       01 WS-SeatDropped PIC X VALUE "N".
      *> The term's enrolled students.
       01 EnrolledTable.
           02 EnrolledEntry OCCURS 2000 TIMES.
               03 EN-StudentWNbr PIC X(9) VALUE SPACES.
               03 EN-StudentName PIC X(16) VALUE SPACES.
               03 EN-Hours PIC 99V99 VALUE ZERO.
               03 EN-Level PIC X(2) VALUE "UG".
               03 EN-College PIC X(24) VALUE SPACES.
               03 EN-Major PIC X(20) VALUE SPACES.
               03 EN-Program PIC X(8) VALUE SPACES.
       01 EnrolledCount PIC 9(4) VALUE ZERO.
       01 EnrolledIdx PIC 9(4) VALUE ZERO.
       01 EnrolledFoundIdx PIC 9(4) VALUE ZERO.
      *> IPEDS cells: college by level by attendance status.
       01 IpedsTable.
           02 IpedsEntry OCCURS 40 TIMES.
               03 IP-College PIC X(24) VALUE SPACES.
               03 IP-UGFull PIC 9(6) VALUE ZERO.
               03 IP-UGPart PIC 9(6) VALUE ZERO.
               03 IP-GRFull PIC 9(6) VALUE ZERO.
               03 IP-GRPart PIC 9(6) VALUE ZERO.
       01 IpedsCount PIC 99 VALUE ZERO.
       01 IpedsIdx PIC 99 VALUE ZERO.
       01 IpedsFoundIdx PIC 99 VALUE ZERO.
       01 WS-TotUGFull PIC 9(6) VALUE ZERO.
       01 WS-TotUGPart PIC 9(6) VALUE ZERO.
       01 WS-TotGRFull PIC 9(6) VALUE ZERO.
       01 WS-TotGRPart PIC 9(6) VALUE ZERO.
       01 WS-CellTotal PIC 9(7) VALUE ZERO.
       01 WS-CountOut PIC ZZZ,ZZ9.
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
       MOVE 1 TO WS-ArgNum.
       DISPLAY WS-ArgNum UPON ARGUMENT-NUMBER.
       ACCEPT WS-TermArg FROM ARGUMENT-VALUE
           ON EXCEPTION
               MOVE SPACES TO WS-TermArg
       END-ACCEPT.
       PERFORM ReadRunParams.
       PERFORM LoadTermCalendar.
       PERFORM FindCensusTerm.
       IF CalendarFoundIdx = ZERO
           DISPLAY "P2CENSUS ABORTED: NO TERM TO CENSUS -- "
               "ARGUMENT NOT ON P2TermCal.dat OR NO CENSUS DATE "
               "REACHED"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF WS-CensusDate IS NOT NUMERIC OR WS-CensusDate = ZERO
           DISPLAY "P2CENSUS ABORTED: " WS-CensusYears
               " CARRIES NO CENSUS DATE ON P2TermCal.dat"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM FindExistingSnapshot.
       IF WS-AlreadyTaken = "N" AND WS-RunDate < WS-CensusDate
           DISPLAY "P2CENSUS ABORTED: CENSUS DATE FOR "
               WS-CensusYears " IS " WS-CensusDate
               " -- TOO EARLY TO SNAPSHOT"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM AcquireMasterLocks.
       PERFORM WriteAuditHeader.
       IF WS-AlreadyTaken = "N"
           PERFORM VerifyHistoryMaster
           PERFORM VerifyDemographicMaster
           PERFORM TakeSnapshot
       ELSE
           DISPLAY "P2CENSUS: " WS-CensusYears " WAS FROZEN ON "
               WS-TakenDate " -- SUBMISSIONS REBUILT FROM THE "
               "SNAPSHOT"
       END-IF.
       PERFORM BuildSubmissions.
       DISPLAY "P2CENSUS: " WS-CensusYears
           "  STUDENTS: " WS-SnapCount
           "  FULL-TIME: " WS-FullTimeCount
           "  PART-TIME: " WS-PartTimeCount.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseMasterLocks.
       EVALUATE TRUE
           WHEN WS-TableOverflow = "Y"
               MOVE 16 TO RETURN-CODE
           WHEN WS-OutOfBalance = "Y"
               MOVE 8 TO RETURN-CODE
           WHEN WS-LateSnapshot = "Y"
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
       STOP RUN.

       AcquireMasterLocks.
           MOVE "STUDENTS" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           MOVE "P2CENSUS" TO LockReqProgram
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
               DISPLAY "P2CENSUS: P2History.dat CARRIES NO "
                   "INTEGRITY TRAILER (LEGACY MASTER) -- "
                   "PROCESSED AS-IS"
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               OR WS-VT-Hash2 NOT = WS-VfyHash2
               DISPLAY "P2CENSUS ABORTED: P2History.dat DOES NOT "
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
      *> trailer before college, major, and program are frozen from
      *> it.  A master with no trailer yet is warned about and
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
               DISPLAY "P2CENSUS: P2Students.dat CARRIES NO "
                   "INTEGRITY TRAILER (LEGACY MASTER) -- "
                   "USED AS-IS"
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               DISPLAY "P2CENSUS ABORTED: P2Students.dat DOES NOT "
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
                           WHEN "FULL-TIME-HOURS"
                               COMPUTE WS-FullTimeHours =
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
                           MOVE TC-Years TO CA-Years(CalendarCount)
                           IF TC-CensusDate IS NUMERIC
                               MOVE TC-CensusDate TO
                                   CA-CensusDate(CalendarCount)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CalendarStatus NOT = "35"
               CLOSE calendarFile
           END-IF.

       FindCensusTerm.
           MOVE ZERO TO CalendarFoundIdx
           MOVE ZERO TO WS-BestCensus
           PERFORM VARYING CalendarIdx FROM 1 BY 1
               UNTIL CalendarIdx > CalendarCount
               IF WS-TermArg NOT = SPACES
                   IF CA-Years(CalendarIdx) = WS-TermArg
                       MOVE CalendarIdx TO CalendarFoundIdx
                   END-IF
               ELSE
                   IF CA-CensusDate(CalendarIdx) > ZERO
                       AND CA-CensusDate(CalendarIdx) NOT > WS-RunDate
                       AND CA-CensusDate(CalendarIdx) > WS-BestCensus
                       MOVE CalendarIdx TO CalendarFoundIdx
                       MOVE CA-CensusDate(CalendarIdx) TO
                           WS-BestCensus
                   END-IF
               END-IF
           END-PERFORM
           IF CalendarFoundIdx > ZERO
               MOVE CA-Years(CalendarFoundIdx) TO WS-CensusYears
               MOVE CA-CensusDate(CalendarFoundIdx) TO WS-CensusDate
           END-IF.

      *> Has this term already been frozen?
       FindExistingSnapshot.
           MOVE "N" TO WS-AlreadyTaken
           MOVE "N" TO WS-CensusEOF
           OPEN INPUT censusFile
           IF WS-CensusStatus NOT = "00"
               MOVE "Y" TO WS-CensusEOF
           END-IF
           PERFORM UNTIL WS-CensusEOF = "Y"
               READ censusFile
                   AT END
                       MOVE "Y" TO WS-CensusEOF
                   NOT AT END
                       IF CC-Tag = "CENTRL"
                           AND CC-Years = WS-CensusYears
                           MOVE "Y" TO WS-AlreadyTaken
                           MOVE CC-TakenDate TO WS-TakenDate
                           MOVE CC-Count TO WS-CtlCount
                           MOVE CC-Hours TO WS-CtlHours
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CensusStatus NOT = "35"
               CLOSE censusFile
           END-IF.

      *> Freezes the term: seats less census-date withdrawals,
      *> priced and classified, appended to the snapshot with the
      *> term's control record.
       TakeSnapshot.
           IF WS-RunDate > WS-CensusDate
               MOVE "Y" TO WS-LateSnapshot
               DISPLAY "P2CENSUS: SNAPSHOT OF " WS-CensusYears
                   " TAKEN " WS-RunDate " AFTER THE CENSUS DATE "
                   WS-CensusDate " -- SEATS MAY HAVE MOVED"
           END-IF
           PERFORM LoadCatalog
           PERFORM LoadCensusDrops
           PERFORM LoadEnrolledSeats
           IF WS-ClassListStatus NOT = "00"
               DISPLAY "P2CENSUS ABORTED: P2ClassList.dat NOT "
                   "AVAILABLE (STATUS " WS-ClassListStatus
                   ") -- AN EMPTY TERM IS NEVER FROZEN"
               PERFORM ReleaseMasterLocks
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TableOverflow = "Y"
               DISPLAY "P2CENSUS ABORTED: TERM TOO LARGE FOR THE "
                   "WORK TABLES -- NOTHING FROZEN"
               PERFORM ReleaseMasterLocks
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LoadDemographics
           OPEN EXTEND censusFile
           IF WS-CensusStatus = "35"
               OPEN OUTPUT censusFile
           END-IF
           MOVE ZERO TO WS-CtlCount
           MOVE ZERO TO WS-CtlHours
           PERFORM VARYING EnrolledIdx FROM 1 BY 1
               UNTIL EnrolledIdx > EnrolledCount
               MOVE SPACES TO CensusRecord
               MOVE WS-CensusYears TO CN-Years
               MOVE EN-StudentWNbr(EnrolledIdx) TO CN-StudentWNbr
               MOVE EN-StudentName(EnrolledIdx) TO CN-StudentName
               MOVE EN-Hours(EnrolledIdx) TO CN-Hours
               IF EN-Hours(EnrolledIdx) NOT < WS-FullTimeHours
                   MOVE "FULL-TIME" TO CN-Status
               ELSE
                   MOVE "PART-TIME" TO CN-Status
               END-IF
               MOVE EN-Level(EnrolledIdx) TO CN-Level
               MOVE EN-College(EnrolledIdx) TO CN-College
               MOVE EN-Major(EnrolledIdx) TO CN-Major
               MOVE EN-Program(EnrolledIdx) TO CN-Program
               WRITE CensusRecord
               ADD 1 TO WS-CtlCount
               ADD EN-Hours(EnrolledIdx) TO WS-CtlHours
           END-PERFORM
           MOVE SPACES TO CensusControl
           MOVE "CENTRL" TO CC-Tag
           MOVE WS-CensusYears TO CC-Years
           MOVE WS-CensusDate TO CC-CensusDate
           MOVE WS-RunDate TO CC-TakenDate
           MOVE WS-CtlCount TO CC-Count
           MOVE WS-CtlHours TO CC-Hours
           WRITE CensusControl
           CLOSE censusFile
           MOVE WS-RunDate TO WS-TakenDate.

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
                           MOVE CAT-CreditHr TO
                               CT-CreditHr(CatalogCount)
                           MOVE CAT-Career TO
                               CT-Career(CatalogCount)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CatalogStatus NOT = "35"
               CLOSE catalogFile
           END-IF.

      *> Withdrawn seats: dated withdrawals effective on or before
      *> the census date, and W records already folded into the
      *> term on the history master.
       LoadCensusDrops.
           MOVE "N" TO WS-TransEOF
           OPEN INPUT transactionFile
           IF WS-TransactionStatus NOT = "00"
               MOVE "Y" TO WS-TransEOF
           END-IF
           PERFORM UNTIL WS-TransEOF = "Y"
               READ transactionFile
                   AT END
                       MOVE "Y" TO WS-TransEOF
                   NOT AT END
                       IF WD-Years = WS-CensusYears
                           AND WD-Date IS NUMERIC
                           AND WD-Date NOT > WS-CensusDate
                           PERFORM AddDrop
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TransactionStatus NOT = "35"
               CLOSE transactionFile
           END-IF
           MOVE "N" TO WS-HistEOF
           OPEN INPUT historyFile
           IF WS-HistoryStatus NOT = "00"
               MOVE "Y" TO WS-HistEOF
           END-IF
           PERFORM UNTIL WS-HistEOF = "Y"
               READ historyFile
                   AT END
                       MOVE "Y" TO WS-HistEOF
                   NOT AT END
                       IF HistoryRecord(1:6) NOT = "CTLTRL"
                           AND HM-Years = WS-CensusYears
                           AND HM-Grade = "W"
                           MOVE HM-StudentWNbr TO WD-StudentWNbr
                           MOVE HM-Course TO WD-Course
                           PERFORM AddDrop
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HistoryStatus NOT = "35"
               CLOSE historyFile
           END-IF.

       AddDrop.
           IF DropCount NOT < 1000
               MOVE "Y" TO WS-TableOverflow
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DropCount
           MOVE WD-StudentWNbr TO DR-StudentWNbr(DropCount)
           MOVE WD-Course TO DR-Course(DropCount).

      *> Every seat for the term not withdrawn by the census date,
      *> rolled up to one entry per student.
       LoadEnrolledSeats.
           MOVE "N" TO WS-ClassEOF
           OPEN INPUT classListFile
           IF WS-ClassListStatus NOT = "00"
               MOVE "Y" TO WS-ClassEOF
           END-IF
           PERFORM UNTIL WS-ClassEOF = "Y"
               READ classListFile
                   AT END
                       MOVE "Y" TO WS-ClassEOF
                   NOT AT END
                       IF CS-Years = WS-CensusYears
                           PERFORM AddEnrolledSeat
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ClassListStatus NOT = "35"
               CLOSE classListFile
           END-IF.

       AddEnrolledSeat.
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
           MOVE ZERO TO EnrolledFoundIdx
           PERFORM VARYING EnrolledIdx FROM 1 BY 1
               UNTIL EnrolledIdx > EnrolledCount
               IF EN-StudentWNbr(EnrolledIdx) = CS-StudentWNbr
                   MOVE EnrolledIdx TO EnrolledFoundIdx
               END-IF
           END-PERFORM
           IF EnrolledFoundIdx = ZERO
               IF EnrolledCount NOT < 2000
                   MOVE "Y" TO WS-TableOverflow
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO EnrolledCount
               MOVE EnrolledCount TO EnrolledFoundIdx
               MOVE CS-StudentWNbr TO EN-StudentWNbr(EnrolledCount)
               MOVE CS-StudentName TO EN-StudentName(EnrolledCount)
           END-IF
           MOVE SPACES TO WS-SeatCareer
           PERFORM VARYING CatalogIdx FROM 1 BY 1
               UNTIL CatalogIdx > CatalogCount
               IF CT-Course(CatalogIdx) = CS-Course
                   ADD CT-CreditHr(CatalogIdx) TO
                       EN-Hours(EnrolledFoundIdx)
                   MOVE CT-Career(CatalogIdx) TO WS-SeatCareer
               END-IF
           END-PERFORM
      *> A course the catalog gives a career to is that career; only
      *> a row from before the career column falls back on the
      *> course number.
           IF WS-SeatCareer = "GR"
               MOVE "GR" TO EN-Level(EnrolledFoundIdx)
           END-IF
           IF WS-SeatCareer NOT = SPACES
               EXIT PARAGRAPH
           END-IF
      *> Course number: the three digits at the end of the course
      *> code ("CMPS501").
           MOVE SPACES TO WS-CourseNbrText
           PERFORM VARYING WS-CharPos FROM 9 BY -1
               UNTIL WS-CharPos < 3
               OR WS-CourseNbrText NOT = SPACES
               IF CS-Course(WS-CharPos:1) NOT = SPACE
                   MOVE CS-Course(WS-CharPos - 2:3) TO
                       WS-CourseNbrText
               END-IF
           END-PERFORM
           IF WS-CourseNbrText IS NUMERIC
               IF FUNCTION NUMVAL(WS-CourseNbrText) NOT <
                   WS-GradCourseLevel
                   MOVE "GR" TO EN-Level(EnrolledFoundIdx)
               END-IF
           END-IF.

      *> One pass over the demographic master for college, major,
      *> and program.
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
                       IF DemographicRecord(1:6) NOT = "CTLTRL"
                           PERFORM VARYING EnrolledIdx FROM 1 BY 1
                               UNTIL EnrolledIdx > EnrolledCount
                               IF EN-StudentWNbr(EnrolledIdx) =
                                   DM-StudentWNbr
                                   MOVE DM-College TO
                                       EN-College(EnrolledIdx)
                                   MOVE DM-Major TO
                                       EN-Major(EnrolledIdx)
                                   MOVE DM-Program TO
                                       EN-Program(EnrolledIdx)
                                   IF DM-Career = "UG"
                                       OR DM-Career = "GR"
                                       MOVE DM-Career TO
                                           EN-Level(EnrolledIdx)
                                   END-IF
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DemographicStatus NOT = "35"
               CLOSE demographicFile
           END-IF.

      *> Both submissions, from the frozen records alone, re-added
      *> against the term's control record as they are read.
       BuildSubmissions.
           OPEN OUTPUT stateFile
           MOVE SPACES TO StateHeader
           MOVE "H" TO SH-RecType
           MOVE WS-CensusYears TO SH-Years
           MOVE WS-CensusDate TO SH-CensusDate
           MOVE WS-SchoolName TO SH-SchoolName
           WRITE StateHeader
           MOVE "N" TO WS-CensusEOF
           OPEN INPUT censusFile
           IF WS-CensusStatus NOT = "00"
               MOVE "Y" TO WS-CensusEOF
           END-IF
           PERFORM UNTIL WS-CensusEOF = "Y"
               READ censusFile
                   AT END
                       MOVE "Y" TO WS-CensusEOF
                   NOT AT END
                       IF CC-Tag NOT = "CENTRL"
                           AND CN-Years = WS-CensusYears
                           PERFORM SubmitOneStudent
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CensusStatus NOT = "35"
               CLOSE censusFile
           END-IF
           MOVE SPACES TO StateTrailer
           MOVE "T" TO ST-RecType
           MOVE WS-SnapCount TO ST-Count
           MOVE WS-SnapHours TO ST-Hours
           MOVE WS-FullTimeCount TO ST-FullTime
           MOVE WS-PartTimeCount TO ST-PartTime
           WRITE StateTrailer
           CLOSE stateFile
           IF WS-SnapCount NOT = WS-CtlCount
               OR WS-SnapHours NOT = WS-CtlHours
               MOVE "Y" TO WS-OutOfBalance
               DISPLAY "P2CENSUS: SNAPSHOT OF " WS-CensusYears
                   " DOES NOT BALANCE TO ITS CONTROL RECORD"
               DISPLAY "  CONTROL: COUNT=" WS-CtlCount
                   " HOURS=" WS-CtlHours
               DISPLAY "  ON FILE: COUNT=" WS-SnapCount
                   " HOURS=" WS-SnapHours
           END-IF
           PERFORM WriteIpedsReport.

       SubmitOneStudent.
           ADD 1 TO WS-SnapCount
           ADD CN-Hours TO WS-SnapHours
           MOVE SPACES TO StateDetail
           MOVE "D" TO SD-RecType
           MOVE CN-StudentWNbr TO SD-StudentWNbr
           MOVE CN-Level TO SD-Level
           MOVE CN-Status TO SD-Status
           MOVE CN-Hours TO SD-Hours
           MOVE CN-College TO SD-College
           MOVE CN-Major TO SD-Major
           MOVE CN-Program TO SD-Program
           WRITE StateDetail
           MOVE ZERO TO IpedsFoundIdx
           PERFORM VARYING IpedsIdx FROM 1 BY 1
               UNTIL IpedsIdx > IpedsCount
               IF IP-College(IpedsIdx) = CN-College
                   MOVE IpedsIdx TO IpedsFoundIdx
               END-IF
           END-PERFORM
           IF IpedsFoundIdx = ZERO
               IF IpedsCount NOT < 40
                   MOVE "Y" TO WS-TableOverflow
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO IpedsCount
               MOVE IpedsCount TO IpedsFoundIdx
               MOVE CN-College TO IP-College(IpedsCount)
           END-IF
           EVALUATE TRUE
               WHEN CN-Level = "GR" AND CN-Status = "FULL-TIME"
                   ADD 1 TO IP-GRFull(IpedsFoundIdx)
                   ADD 1 TO WS-TotGRFull
                   ADD 1 TO WS-FullTimeCount
               WHEN CN-Level = "GR"
                   ADD 1 TO IP-GRPart(IpedsFoundIdx)
                   ADD 1 TO WS-TotGRPart
                   ADD 1 TO WS-PartTimeCount
               WHEN CN-Status = "FULL-TIME"
                   ADD 1 TO IP-UGFull(IpedsFoundIdx)
                   ADD 1 TO WS-TotUGFull
                   ADD 1 TO WS-FullTimeCount
               WHEN OTHER
                   ADD 1 TO IP-UGPart(IpedsFoundIdx)
                   ADD 1 TO WS-TotUGPart
                   ADD 1 TO WS-PartTimeCount
           END-EVALUATE.

       WriteIpedsReport.
           OPEN OUTPUT ipedsFile
           MOVE SPACES TO IpedsLine
           STRING "IPEDS FALL ENROLLMENT -- ", WS-CensusYears,
               "  CENSUS DATE ", WS-CensusDate,
               "  FROZEN ", WS-TakenDate INTO IpedsLine
           WRITE IpedsRecord
           MOVE SPACES TO IpedsLine
           WRITE IpedsRecord
           MOVE SPACES TO IpedsLine
           STRING "COLLEGE                    UG FULL  UG PART",
               "  GR FULL  GR PART    TOTAL" INTO IpedsLine
           WRITE IpedsRecord
           PERFORM VARYING IpedsIdx FROM 1 BY 1
               UNTIL IpedsIdx > IpedsCount
               MOVE SPACES TO IpedsLine
               IF IP-College(IpedsIdx) = SPACES
                   MOVE "(NO COLLEGE ON FILE)" TO IpedsLine(1:24)
               ELSE
                   MOVE IP-College(IpedsIdx) TO IpedsLine(1:24)
               END-IF
               MOVE IP-UGFull(IpedsIdx) TO WS-CountOut
               MOVE WS-CountOut TO IpedsLine(27:7)
               MOVE IP-UGPart(IpedsIdx) TO WS-CountOut
               MOVE WS-CountOut TO IpedsLine(36:7)
               MOVE IP-GRFull(IpedsIdx) TO WS-CountOut
               MOVE WS-CountOut TO IpedsLine(45:7)
               MOVE IP-GRPart(IpedsIdx) TO WS-CountOut
               MOVE WS-CountOut TO IpedsLine(54:7)
               COMPUTE WS-CellTotal = IP-UGFull(IpedsIdx) +
                   IP-UGPart(IpedsIdx) + IP-GRFull(IpedsIdx) +
                   IP-GRPart(IpedsIdx)
               MOVE WS-CellTotal TO WS-CountOut
               MOVE WS-CountOut TO IpedsLine(63:7)
               WRITE IpedsRecord
           END-PERFORM
           MOVE SPACES TO IpedsLine
           WRITE IpedsRecord
           MOVE SPACES TO IpedsLine
           MOVE "TOTAL" TO IpedsLine(1:24)
           MOVE WS-TotUGFull TO WS-CountOut
           MOVE WS-CountOut TO IpedsLine(27:7)
           MOVE WS-TotUGPart TO WS-CountOut
           MOVE WS-CountOut TO IpedsLine(36:7)
           MOVE WS-TotGRFull TO WS-CountOut
           MOVE WS-CountOut TO IpedsLine(45:7)
           MOVE WS-TotGRPart TO WS-CountOut
           MOVE WS-CountOut TO IpedsLine(54:7)
           MOVE WS-SnapCount TO WS-CountOut
           MOVE WS-CountOut TO IpedsLine(63:7)
           WRITE IpedsRecord
           CLOSE ipedsFile.

       WriteAuditHeader.
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "HDR ", WS-RunDate, " ", WS-RunTime,
               " P2CENSUS IN=P2ClassList.dat OUT=P2Census.dat "
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
               " P2CENSUS TERM=", WS-CensusYears,
               " STUDENTS=", WS-SnapCount,
               " FULL-TIME=", WS-FullTimeCount,
               " PART-TIME=", WS-PartTimeCount, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
