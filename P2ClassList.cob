      *> Progrm-ID: P2ClassList.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Class-level list -- the "rising juniors" (or seniors, or
      *> sophomores) list the registrar, the honors office, and the
      *> housing office keep asking for, which used to be built by
      *> hand from P2Extract.dat.  Lists every student the
      *> cumulative summary master P2StuSummary.dat classifies at
      *> the requested level, with cumulative hours, GPA, last term
      *> on record and standing, and marks RISING each student whose
      *> last term is the term that carried them across the
      *> boundary into the level -- P2's classification-change file
      *> P2ClassChg.dat is where the crossing is recorded.  The list
      *> is written to P2ClassLevel.dat -- never to P2ClassList.dat,
      *> the registration seat file P2Register keeps.
      *> First command-line argument is the level (FRESHMAN,
      *> SOPHOMORE, JUNIOR, SENIOR; default JUNIOR); a second
      *> argument of RISING limits the list to the risers.  The
      *> summary is verified the way every other reader verifies it
      *> (integrity trailer, history generation) and a stale or
      *> missing one refuses the run, RC 12.  RC 16 when the
      *> crossing table overflows.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2ClassList.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT summaryFile ASSIGN TO "P2StuSummary.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SummaryStatus.
           SELECT genStateFile ASSIGN TO "P2HistoryGen.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GenStateStatus.
           SELECT classChgFile ASSIGN TO "P2ClassChg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ClassChgStatus.
           SELECT reportFile ASSIGN TO "P2ClassLevel.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportStatus.
           SELECT auditTrailFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.

       DATA DIVISION.
       FILE SECTION.
       FD summaryFile.
       01 SummaryRecord.
           COPY "SUMMST.CPY".

       FD genStateFile.
       01 GenStateRecord.
        02 GS-LastGen PIC 9(4).

       FD classChgFile.
       01 ClassChgRecord.
        02 CC-StudentWNbr PIC X(9).
        02 CC-StudentName PIC X(16).
        02 CC-Years PIC X(11).
        02 CC-OldLevel PIC X(9).
        02 CC-NewLevel PIC X(9).
        02 CC-CumHours PIC 9(4)V99.

       FD reportFile.
       01 ReportRecord.
        02 ReportLine PIC X(120).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-SummaryStatus PIC XX VALUE SPACES.
       01 WS-GenStateStatus PIC XX VALUE SPACES.
       01 WS-ClassChgStatus PIC XX VALUE SPACES.
       01 WS-ReportStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-SummaryEOF PIC X VALUE "N".
       01 WS-ClassChgEOF PIC X VALUE "N".
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-ArgNum PIC 9(2) VALUE ZERO.
      *> Level asked for and whether only the risers are wanted.
       01 WS-ListLevel PIC X(9) VALUE "JUNIOR".
       01 WS-ListScope PIC X(6) VALUE "ALL".
      *> Crossings into the requested level off P2ClassChg.dat --
      *> W-number and the term the crossing closed.
       01 CrossingTable.
           02 CrossingEntry OCCURS 500 TIMES.
               03 CX-StudentWNbr PIC X(9) VALUE SPACES.
               03 CX-Years PIC X(11) VALUE SPACES.
       01 CrossingCount PIC 999 VALUE ZERO.
       01 CrossingIdx PIC 999 VALUE ZERO.
       01 WS-TableOverflow PIC X VALUE "N".
       01 WS-Rising PIC X VALUE "N".
       01 WS-Listed PIC 9(5) VALUE ZERO.
       01 WS-RisingCount PIC 9(5) VALUE ZERO.
       01 WS-HoursOut PIC ZZZ9.99.
       01 WS-FlagText PIC X(6) VALUE SPACES.
      *> Interlock request block for the CALLed P2Lock subprogram
      *> -- readers hold the masters' locks shared for the run.
       01 LockRequest.
        02 LockReqName PIC X(10) VALUE SPACES.
        02 LockReqMode PIC X(1) VALUE SPACE.
        02 LockReqAction PIC X(8) VALUE SPACES.
        02 LockReqProgram PIC X(12) VALUE SPACES.
        02 LockReqResult PIC X(1) VALUE SPACE.
      *> Master integrity-trailer verification working fields --
      *> same CTLTRL re-add every reader of the masters performs.
       01 WS-VfyCount PIC 9(9) VALUE ZERO.
       01 WS-VfyHash1 PIC 9(9) VALUE ZERO.
       01 WS-VfyHash2 PIC 9(9) VALUE ZERO.
       01 WS-VfyTrailerSeen PIC X VALUE "N".
       01 WS-VfyEOF PIC X VALUE "N".
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

       PROCEDURE DIVISION.
       ACCEPT WS-RunDate FROM DATE YYYYMMDD.
       ACCEPT WS-RunTime FROM TIME.
       MOVE 1 TO WS-ArgNum.
       DISPLAY WS-ArgNum UPON ARGUMENT-NUMBER.
       ACCEPT WS-ListLevel FROM ARGUMENT-VALUE
           ON EXCEPTION
               MOVE "JUNIOR" TO WS-ListLevel
       END-ACCEPT.
       MOVE 2 TO WS-ArgNum.
       DISPLAY WS-ArgNum UPON ARGUMENT-NUMBER.
       ACCEPT WS-ListScope FROM ARGUMENT-VALUE
           ON EXCEPTION
               MOVE "ALL" TO WS-ListScope
       END-ACCEPT.
       IF WS-ListLevel NOT = "FRESHMAN"
           AND WS-ListLevel NOT = "SOPHOMORE"
           AND WS-ListLevel NOT = "JUNIOR"
           AND WS-ListLevel NOT = "SENIOR"
           DISPLAY "P2CLASSLIST ABORTED: UNKNOWN CLASS LEVEL "
               WS-ListLevel " -- FRESHMAN, SOPHOMORE, JUNIOR, "
               "OR SENIOR"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF WS-ListScope NOT = "RISING"
           MOVE "ALL" TO WS-ListScope
       END-IF.
       PERFORM WriteAuditHeader.
       PERFORM AcquireMasterLocks.
       PERFORM VerifySummaryMaster.
       PERFORM LoadCrossings.
       OPEN OUTPUT reportFile.
       IF WS-ReportStatus NOT = "00"
           DISPLAY "P2CLASSLIST ABORTED: CANNOT OPEN "
               "P2ClassLevel.dat STATUS " WS-ReportStatus
           PERFORM ReleaseMasterLocks
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE SPACES TO ReportLine.
       IF WS-ListScope = "RISING"
           STRING "RISING ", WS-ListLevel, " LIST  ", WS-RunDate
               INTO ReportLine
       ELSE
           STRING WS-ListLevel, " CLASS LIST  ", WS-RunDate
               INTO ReportLine
       END-IF.
       WRITE ReportRecord.
       MOVE SPACES TO ReportLine.
       WRITE ReportRecord.
       MOVE SPACES TO ReportLine.
       STRING "  NAME             W-NUMBER   CUM GPA  CUM HRS  ",
           "LAST TERM    STANDING    FLAG" INTO ReportLine.
       WRITE ReportRecord.
       PERFORM ListStudents.
       MOVE SPACES TO ReportLine.
       WRITE ReportRecord.
       MOVE SPACES TO ReportLine.
       STRING "  STUDENTS LISTED: ", WS-Listed,
           "   RISING: ", WS-RisingCount INTO ReportLine.
       WRITE ReportRecord.
       CLOSE reportFile.
       DISPLAY "P2CLASSLIST: " WS-ListLevel " STUDENTS LISTED: "
           WS-Listed "  RISING: " WS-RisingCount.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseMasterLocks.
       IF WS-TableOverflow = "Y"
           MOVE 16 TO RETURN-CODE
       END-IF.
       STOP RUN.

      *> Loads every crossing INTO the requested level.  The file is
      *> optional -- with none on file (status 35) nobody is marked
      *> rising and the full list still prints.
       LoadCrossings.
           MOVE "N" TO WS-ClassChgEOF
           OPEN INPUT classChgFile
           IF WS-ClassChgStatus NOT = "00"
               MOVE "Y" TO WS-ClassChgEOF
           END-IF
           PERFORM UNTIL WS-ClassChgEOF = "Y"
               READ classChgFile
                   AT END
                       MOVE "Y" TO WS-ClassChgEOF
                   NOT AT END
                       IF CC-NewLevel = WS-ListLevel
                           IF CrossingCount < 500
                               ADD 1 TO CrossingCount
                               MOVE CC-StudentWNbr TO
                                   CX-StudentWNbr(CrossingCount)
                               MOVE CC-Years TO
                                   CX-Years(CrossingCount)
                           ELSE
                               MOVE "Y" TO WS-TableOverflow
                               DISPLAY "CROSSING TABLE OVERFLOW: "
                                   CC-StudentWNbr
                                   " NOT MARKED RISING"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ClassChgStatus NOT = "35"
               CLOSE classChgFile
           END-IF.

      *> One pass over the summary master in its W-number order.
       ListStudents.
           MOVE "N" TO WS-SummaryEOF
           OPEN INPUT summaryFile
           PERFORM UNTIL WS-SummaryEOF = "Y"
               READ summaryFile
                   AT END
                       MOVE "Y" TO WS-SummaryEOF
                   NOT AT END
                       IF SummaryRecord(1:6) NOT = "CTLTRL"
                           AND SU-ClassLevel = WS-ListLevel
                           PERFORM ListOneStudent
                       END-IF
               END-READ
           END-PERFORM
           CLOSE summaryFile.

      *> A student is rising when the crossing into the level was
      *> closed by the student's last term on record -- a junior
      *> who crossed two terms ago is simply a junior.
       ListOneStudent.
           MOVE "N" TO WS-Rising
           PERFORM VARYING CrossingIdx FROM 1 BY 1
               UNTIL CrossingIdx > CrossingCount
               IF CX-StudentWNbr(CrossingIdx) = SU-StudentWNbr
                   AND CX-Years(CrossingIdx) = SU-LastTerm
                   MOVE "Y" TO WS-Rising
               END-IF
           END-PERFORM
           IF WS-ListScope = "RISING" AND WS-Rising = "N"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Listed
           MOVE SPACES TO WS-FlagText
           IF WS-Rising = "Y"
               ADD 1 TO WS-RisingCount
               MOVE "RISING" TO WS-FlagText
           END-IF
           MOVE SU-CumHrs TO WS-HoursOut
           MOVE SPACES TO ReportLine
           STRING "  ", SU-StudentName, " ", SU-StudentWNbr, "  ",
               SU-CumGPA, "     ", WS-HoursOut, "  ", SU-LastTerm,
               "  ", SU-Standing, "  ", WS-FlagText
               INTO ReportLine
           WRITE ReportRecord.

      *> Re-adds the summary master against its integrity trailer
      *> and checks the trailer's history generation against the
      *> live one -- a list taken off a stale summary would put
      *> last term's juniors in next year's junior housing.
       VerifySummaryMaster.
           MOVE ZERO TO WS-VfyCount
           MOVE ZERO TO WS-VfyHash1
           MOVE ZERO TO WS-VfyHash2
           MOVE "N" TO WS-VfyTrailerSeen
           MOVE "N" TO WS-VfyEOF
           OPEN INPUT summaryFile
           IF WS-SummaryStatus NOT = "00"
               DISPLAY "P2CLASSLIST ABORTED: P2StuSummary.dat NOT "
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
               DISPLAY "P2CLASSLIST ABORTED: P2StuSummary.dat DOES "
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
               DISPLAY "P2CLASSLIST ABORTED: P2StuSummary.dat BUILT "
                   "FROM HISTORY GENERATION " WS-SM-HistGen
                   ", LIVE MASTER IS " WS-HistGen " -- RUN P2StuSum"
               PERFORM ReleaseMasterLocks
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Shared hold on the summary master for the whole run.
       AcquireMasterLocks.
           MOVE "SUMMARY" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           MOVE "P2CLASSLIST" TO LockReqProgram
           CALL "P2Lock" USING LockRequest
           IF LockReqResult NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       ReleaseMasterLocks.
           MOVE "SUMMARY" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest.

       WriteAuditHeader.
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "HDR ", WS-RunDate, " ", WS-RunTime,
               " P2CLASSLIST IN=P2StuSummary.dat ",
               "OUT=P2ClassLevel.dat LEVEL=", WS-ListLevel,
               " ", WS-ListScope, " FRESH" INTO AuditTrailLine
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
               " P2CLASSLIST LISTED=", WS-Listed,
               " RISING=", WS-RisingCount, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
