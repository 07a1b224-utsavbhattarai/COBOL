      *> Progrm-ID: P2DegExport.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Degrees-awarded submission to the degree-verification
      *> clearinghouse, so employers and background-check firms get
      *> their answer from the clearinghouse instead of phoning the
      *> registrar.  Reads the permanent degree-awarded master
      *> P2Conferral.dat and writes the fixed-layout submission
      *> P2DegSubmit.dat: one "H1" header (school code from the
      *> DEGX-SCHOOL-CODE line of P2Params.dat, submission date),
      *> one "D1" record per degree -- program code and name off
      *> the P2DegreeReq.dat row, college and major off
      *> P2Students.dat, degree date, honors, GPA -- and one "T1"
      *> trailer carrying the detail count and the blocked count the
      *> clearinghouse balances the load against.
      *> Only degrees conferred since the last submission go.  The
      *> conferral master is only ever extended, so the state file
      *> P2DegExpState.dat remembers how many of its records have
      *> been submitted (with the date of that submission); this run
      *> sends the records after that point, and at clean end of job
      *> the state file is rewritten, the same way P2Roster.cob rolls
      *> its previous export forward.  No state file means nothing
      *> was ever sent and the whole master goes.  A master shorter
      *> than the count already sent has been restored or damaged,
      *> and the run refuses rather than guess.
      *> A student with a FERPA directory hold on P2Privacy.dat is
      *> still reported -- the degree is a fact the clearinghouse
      *> must hold -- but with the block indicator set, so it is
      *> never released to a third party without consent.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2DegExport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT conferralFile ASSIGN TO "P2Conferral.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ConferralStatus.
           SELECT requirementsFile ASSIGN TO "P2DegreeReq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RequirementsStatus.
           SELECT demographicFile ASSIGN TO "P2Students.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DemographicStatus.
           SELECT privacyFile ASSIGN TO "P2Privacy.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PrivacyStatus.
           SELECT stateFile ASSIGN TO "P2DegExpState.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StateStatus.
           SELECT submitFile ASSIGN TO "P2DegSubmit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SubmitStatus.
           SELECT paramFile ASSIGN TO "P2Params.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParamStatus.
           SELECT auditTrailFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.

       DATA DIVISION.
       FILE SECTION.
       FD conferralFile.
       01 ConferralRecord.
           COPY "CONFMST.CPY".

       FD requirementsFile.
       01 RequirementsRecord.
           COPY "DEGREREQ.CPY".

       FD demographicFile.
       01 DemographicRecord.
           COPY "STUDENTD.CPY".

       FD privacyFile.
       01 PrivacyRecord.
        02 PR-StudentWNbr PIC X(9).

      *> How far into the conferral master the last submission went.
       FD stateFile.
       01 StateRecord.
        02 SS-RecordsSent PIC 9(7).
        02 SS-SubmitDate PIC 9(8).

      *> Fixed layout the clearinghouse loads: "H1" header, "D1"
      *> degree records, "T1" trailer.
       FD submitFile.
       01 SubmitHeader.
        02 SH-RecType PIC X(2).
        02 SH-SchoolCode PIC X(6).
        02 SH-SchoolName PIC X(40).
        02 SH-SubmitDate PIC 9(8).
        02 SH-ReportType PIC X(8).
        02 FILLER PIC X(104).
       01 SubmitDetail.
        02 SD-RecType PIC X(2).
        02 SD-StudentWNbr PIC X(9).
        02 SD-StudentName PIC X(16).
        02 SD-DegreeDate PIC 9(8).
        02 SD-Program PIC X(8).
        02 SD-ProgramName PIC X(24).
        02 SD-College PIC X(24).
        02 SD-Major PIC X(20).
        02 SD-Honors PIC X(16).
        02 SD-CumGPA PIC 9V99.
        02 SD-EarnedHrs PIC 9(4)V99.
      *> "Y" -- FERPA directory hold, do not release.
        02 SD-BlockFlag PIC X(1).
        02 FILLER PIC X(31).
       01 SubmitTrailer.
        02 ST-TrlRecType PIC X(2).
        02 ST-DetailCount PIC 9(7).
        02 ST-BlockedCount PIC 9(7).
        02 ST-TotalRecords PIC 9(7).
        02 FILLER PIC X(145).

       FD paramFile.
       01 ParamRecord.
        02 ParamLine PIC X(40).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-ConferralStatus PIC XX VALUE SPACES.
       01 WS-RequirementsStatus PIC XX VALUE SPACES.
       01 WS-DemographicStatus PIC XX VALUE SPACES.
       01 WS-PrivacyStatus PIC XX VALUE SPACES.
       01 WS-StateStatus PIC XX VALUE SPACES.
       01 WS-SubmitStatus PIC XX VALUE SPACES.
       01 WS-ParamStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-ConferralEOF PIC X VALUE "N".
       01 WS-ReqEOF PIC X VALUE "N".
       01 WS-DemoEOF PIC X VALUE "N".
       01 WS-PrivacyEOF PIC X VALUE "N".
       01 WS-ParamEOF PIC X VALUE "N".
       01 WS-ParamKey PIC X(20) VALUE SPACES.
       01 WS-ParamValue PIC X(20) VALUE SPACES.
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-SchoolCode PIC X(6) VALUE "002026".
       01 WS-SchoolName PIC X(40)
           VALUE "SOUTHEASTERN LOUISIANA UNIVERSITY".
      *> Where the last submission stopped, and where this one stops.
       01 WS-PrevRecordsSent PIC 9(7) VALUE ZERO.
       01 WS-PrevSubmitDate PIC 9(8) VALUE ZERO.
       01 WS-ConferralRecords PIC 9(7) VALUE ZERO.
      *> This submission's degrees, filled out from the other
      *> masters before anything is written.
       01 DegreeTable.
           02 DegreeEntry OCCURS 999 TIMES.
               03 DG-StudentWNbr PIC X(9) VALUE SPACES.
               03 DG-StudentName PIC X(16) VALUE SPACES.
               03 DG-Program PIC X(8) VALUE SPACES.
               03 DG-DegreeDate PIC 9(8) VALUE ZERO.
               03 DG-Honors PIC X(16) VALUE SPACES.
               03 DG-EarnedHrs PIC 9(4)V99 VALUE ZERO.
               03 DG-CumGPA PIC 9V99 VALUE ZERO.
               03 DG-College PIC X(24) VALUE SPACES.
               03 DG-Major PIC X(20) VALUE SPACES.
               03 DG-OnMaster PIC X(1) VALUE "N".
       01 DegreeCount PIC 999 VALUE ZERO.
       01 DegreeIdx PIC 9(4) VALUE ZERO.
       01 RequirementsTable.
           02 RequirementsEntry OCCURS 50 TIMES.
               03 RQ-Program PIC X(8) VALUE SPACES.
               03 RQ-ProgramName PIC X(24) VALUE SPACES.
       01 RequirementsCount PIC 99 VALUE ZERO.
       01 RequirementsIdx PIC 99 VALUE ZERO.
       01 RequirementsFoundIdx PIC 99 VALUE ZERO.
       01 PrivacyTable.
           02 PrivacyEntry OCCURS 500 TIMES.
               03 PV-StudentWNbr PIC X(9) VALUE SPACES.
       01 PrivacyCount PIC 999 VALUE ZERO.
       01 PrivacyIdx PIC 999 VALUE ZERO.
       01 WS-PrivacyHold PIC X VALUE "N".
       01 WS-DetailsOut PIC 9(7) VALUE ZERO.
       01 WS-BlockedOut PIC 9(7) VALUE ZERO.
       01 WS-NotOnMaster PIC 9(7) VALUE ZERO.
       01 WS-UnknownProgram PIC 9(7) VALUE ZERO.
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
       PERFORM ReadRunParams.
       PERFORM ReadSubmissionState.
       PERFORM AcquireMasterLock.
       PERFORM VerifyDemographicMaster.
       PERFORM WriteAuditHeader.
       PERFORM LoadNewConferrals.
       IF WS-ConferralRecords < WS-PrevRecordsSent
           DISPLAY "P2DEGEXPORT ABORTED: P2Conferral.dat HOLDS "
               WS-ConferralRecords " RECORDS BUT "
               WS-PrevRecordsSent " WERE ALREADY SUBMITTED -- "
               "MASTER RESTORED OR DAMAGED, STATE LEFT AS-IS"
           PERFORM ReleaseMasterLock
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF DegreeCount = ZERO
           DISPLAY "P2DEGEXPORT: NO DEGREES CONFERRED SINCE THE "
               "SUBMISSION OF " WS-PrevSubmitDate
               " -- NOTHING TO SEND"
           PERFORM WriteAuditTrailer
           PERFORM ReleaseMasterLock
           STOP RUN
       END-IF.
       PERFORM LoadRequirements.
       PERFORM LoadPrivacyHolds.
       PERFORM LoadDemographics.
       OPEN OUTPUT submitFile.
       MOVE SPACES TO SubmitHeader
       MOVE "H1" TO SH-RecType
       MOVE WS-SchoolCode TO SH-SchoolCode
       MOVE WS-SchoolName TO SH-SchoolName
       MOVE WS-RunDate TO SH-SubmitDate
       MOVE "DEGREE" TO SH-ReportType
       WRITE SubmitHeader.
       PERFORM VARYING DegreeIdx FROM 1 BY 1
           UNTIL DegreeIdx > DegreeCount
           PERFORM WriteDegreeDetail
       END-PERFORM.
       MOVE SPACES TO SubmitTrailer
       MOVE "T1" TO ST-TrlRecType
       MOVE WS-DetailsOut TO ST-DetailCount
       MOVE WS-BlockedOut TO ST-BlockedCount
       COMPUTE ST-TotalRecords = WS-DetailsOut + 2
       WRITE SubmitTrailer.
       CLOSE submitFile.
       PERFORM WriteSubmissionState.
       DISPLAY "P2DEGEXPORT: DEGREES SENT: " WS-DetailsOut
           "  FERPA BLOCKED: " WS-BlockedOut
           "  NOT ON P2Students.dat: " WS-NotOnMaster
           "  UNKNOWN PROGRAM: " WS-UnknownProgram.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseMasterLock.
       IF WS-NotOnMaster > ZERO OR WS-UnknownProgram > ZERO
           OR DegreeCount NOT < 999
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

      *> Shared hold on the demographic master for the whole run.
       AcquireMasterLock.
           MOVE "STUDENTS" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           MOVE "P2DEGEXPORT" TO LockReqProgram
           CALL "P2Lock" USING LockRequest
           IF LockReqResult NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       ReleaseMasterLock.
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest.

      *> Re-adds the demographic master against its integrity
      *> trailer before college and major are reported from it.  A
      *> master with no trailer yet (a legacy file) is warned about
      *> and accepted; an out-of-balance one refuses the run.
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
               DISPLAY "P2DEGEXPORT: P2Students.dat CARRIES NO "
                   "INTEGRITY TRAILER (LEGACY MASTER) -- "
                   "USED AS-IS"
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               DISPLAY "P2DEGEXPORT ABORTED: P2Students.dat DOES "
                   "NOT BALANCE TO ITS INTEGRITY TRAILER"
               DISPLAY "  TRAILER: COUNT=" WS-VT-Count
                   " YEARS=" WS-VT-Hash1
               DISPLAY "  ON FILE: COUNT=" WS-VfyCount
                   " YEARS=" WS-VfyHash1
               PERFORM ReleaseMasterLock
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The last submission's stopping point.  No state file on
      *> disk (status 35) means nothing has been submitted yet.
       ReadSubmissionState.
           OPEN INPUT stateFile
           IF WS-StateStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ stateFile
               AT END
                   CONTINUE
               NOT AT END
                   IF SS-RecordsSent IS NUMERIC
                       MOVE SS-RecordsSent TO WS-PrevRecordsSent
                   END-IF
                   IF SS-SubmitDate IS NUMERIC
                       MOVE SS-SubmitDate TO WS-PrevSubmitDate
                   END-IF
           END-READ
           CLOSE stateFile.

      *> Clean end of job: this submission's stopping point becomes
      *> the next one's starting point.
       WriteSubmissionState.
           OPEN OUTPUT stateFile
           MOVE WS-ConferralRecords TO SS-RecordsSent
           MOVE WS-RunDate TO SS-SubmitDate
           WRITE StateRecord
           CLOSE stateFile.

      *> Counts the whole conferral master and keeps the records past
      *> the last submission's stopping point.
       LoadNewConferrals.
           MOVE "N" TO WS-ConferralEOF
           OPEN INPUT conferralFile
           IF WS-ConferralStatus NOT = "00"
               MOVE "Y" TO WS-ConferralEOF
           END-IF
           PERFORM UNTIL WS-ConferralEOF = "Y"
               READ conferralFile
                   AT END
                       MOVE "Y" TO WS-ConferralEOF
                   NOT AT END
                       IF DegreeCount NOT < 999
                           MOVE "Y" TO WS-ConferralEOF
                       ELSE
                           ADD 1 TO WS-ConferralRecords
                           IF WS-ConferralRecords > WS-PrevRecordsSent
                               PERFORM KeepOneConferral
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ConferralStatus NOT = "35"
               CLOSE conferralFile
           END-IF
      *> A full table stops the submission at that record; the state
      *> file then records exactly that point and the next run sends
      *> the remainder.
           IF DegreeCount NOT < 999
               DISPLAY "P2DEGEXPORT: 999 DEGREES IN ONE SUBMISSION "
                   "-- REMAINDER GOES ON THE NEXT RUN"
           END-IF.

       KeepOneConferral.
           ADD 1 TO DegreeCount
           MOVE CF-StudentWNbr TO DG-StudentWNbr(DegreeCount)
           MOVE CF-StudentName TO DG-StudentName(DegreeCount)
           MOVE CF-Program TO DG-Program(DegreeCount)
           MOVE CF-DegreeDate TO DG-DegreeDate(DegreeCount)
           MOVE CF-Honors TO DG-Honors(DegreeCount)
           MOVE CF-EarnedHrs TO DG-EarnedHrs(DegreeCount)
           MOVE CF-CumGPA TO DG-CumGPA(DegreeCount).

       LoadRequirements.
           MOVE "N" TO WS-ReqEOF
           OPEN INPUT requirementsFile
           IF WS-RequirementsStatus NOT = "00"
               MOVE "Y" TO WS-ReqEOF
           END-IF
           PERFORM UNTIL WS-ReqEOF = "Y"
               READ requirementsFile
                   AT END
                       MOVE "Y" TO WS-ReqEOF
                   NOT AT END
                       IF RequirementsCount < 50
                           ADD 1 TO RequirementsCount
                           MOVE DR-Program TO
                               RQ-Program(RequirementsCount)
                           MOVE DR-ProgramName TO
                               RQ-ProgramName(RequirementsCount)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RequirementsStatus NOT = "35"
               CLOSE requirementsFile
           END-IF.

      *> Loads the FERPA privacy-hold W-numbers.  No holds file on
      *> disk (status 35) just means nobody is held this run.
       LoadPrivacyHolds.
           MOVE "N" TO WS-PrivacyEOF
           OPEN INPUT privacyFile
           IF WS-PrivacyStatus NOT = "00"
               MOVE "Y" TO WS-PrivacyEOF
           END-IF
           PERFORM UNTIL WS-PrivacyEOF = "Y"
               READ privacyFile
                   AT END
                       MOVE "Y" TO WS-PrivacyEOF
                   NOT AT END
                       IF PrivacyCount < 500
                           ADD 1 TO PrivacyCount
                           MOVE PR-StudentWNbr TO
                               PV-StudentWNbr(PrivacyCount)
                       ELSE
      *> A hold that does not fit the table is a degree released to
      *> third parties against the student's wishes -- the one
      *> overflow that stops the run before anything is sent.
                           DISPLAY "P2DEGEXPORT ABORTED: MORE THAN "
                               "500 FERPA HOLDS IN P2Privacy.dat -- "
                               "A HOLD WOULD NOT BE HONORED"
                           PERFORM ReleaseMasterLock
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PrivacyStatus NOT = "35"
               CLOSE privacyFile
           END-IF.

      *> One pass over the demographic master filling in each
      *> degree's college and major.
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
                           PERFORM VARYING DegreeIdx FROM 1 BY 1
                               UNTIL DegreeIdx > DegreeCount
                               IF DG-StudentWNbr(DegreeIdx) =
                                   DM-StudentWNbr
                                   MOVE DM-College TO
                                       DG-College(DegreeIdx)
                                   MOVE DM-Major TO
                                       DG-Major(DegreeIdx)
                                   MOVE "Y" TO DG-OnMaster(DegreeIdx)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DemographicStatus NOT = "35"
               CLOSE demographicFile
           END-IF.

      *> One degree record.  A student missing from the demographic
      *> master or a program missing from the requirements master is
      *> still reported -- the degree was conferred -- and counted
      *> so the registrar can correct the master.
       WriteDegreeDetail.
           MOVE SPACES TO SubmitDetail
           MOVE "D1" TO SD-RecType
           MOVE DG-StudentWNbr(DegreeIdx) TO SD-StudentWNbr
           MOVE DG-StudentName(DegreeIdx) TO SD-StudentName
           MOVE DG-DegreeDate(DegreeIdx) TO SD-DegreeDate
           MOVE DG-Program(DegreeIdx) TO SD-Program
           MOVE DG-College(DegreeIdx) TO SD-College
           MOVE DG-Major(DegreeIdx) TO SD-Major
           MOVE DG-Honors(DegreeIdx) TO SD-Honors
           MOVE DG-CumGPA(DegreeIdx) TO SD-CumGPA
           MOVE DG-EarnedHrs(DegreeIdx) TO SD-EarnedHrs
           MOVE ZERO TO RequirementsFoundIdx
           PERFORM VARYING RequirementsIdx FROM 1 BY 1
               UNTIL RequirementsIdx > RequirementsCount
               IF RQ-Program(RequirementsIdx) =
                   DG-Program(DegreeIdx)
                   MOVE RequirementsIdx TO RequirementsFoundIdx
               END-IF
           END-PERFORM
           IF RequirementsFoundIdx > ZERO
               MOVE RQ-ProgramName(RequirementsFoundIdx) TO
                   SD-ProgramName
           ELSE
               ADD 1 TO WS-UnknownProgram
               DISPLAY "P2DEGEXPORT: PROGRAM " DG-Program(DegreeIdx)
                   " FOR " DG-StudentWNbr(DegreeIdx)
                   " NOT ON P2DegreeReq.dat -- SENT WITHOUT NAME"
           END-IF
           IF DG-OnMaster(DegreeIdx) = "N"
               ADD 1 TO WS-NotOnMaster
               DISPLAY "P2DEGEXPORT: " DG-StudentWNbr(DegreeIdx)
                   " NOT ON P2Students.dat -- SENT WITHOUT "
                   "COLLEGE AND MAJOR"
           END-IF
           MOVE "N" TO WS-PrivacyHold
           PERFORM VARYING PrivacyIdx FROM 1 BY 1
               UNTIL PrivacyIdx > PrivacyCount
               IF PV-StudentWNbr(PrivacyIdx) =
                   DG-StudentWNbr(DegreeIdx)
                   MOVE "Y" TO WS-PrivacyHold
               END-IF
           END-PERFORM
           IF WS-PrivacyHold = "Y"
               MOVE "Y" TO SD-BlockFlag
               ADD 1 TO WS-BlockedOut
           ELSE
               MOVE "N" TO SD-BlockFlag
           END-IF
           WRITE SubmitDetail
           ADD 1 TO WS-DetailsOut.

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
                           WHEN "DEGX-SCHOOL-CODE"
                               MOVE WS-ParamValue TO WS-SchoolCode
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-ParamStatus NOT = "35"
               CLOSE paramFile
           END-IF.

       WriteAuditHeader.
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "HDR ", WS-RunDate, " ", WS-RunTime,
               " P2DEGEXPORT IN=P2Conferral.dat "
               "OUT=P2DegSubmit.dat FRESH" INTO AuditTrailLine
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
               " P2DEGEXPORT READ=", WS-ConferralRecords,
               " SENT=", WS-DetailsOut,
               " BLOCKED=", WS-BlockedOut, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
