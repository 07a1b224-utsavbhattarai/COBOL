      *> Progrm-ID: P2Diploma.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Diploma order and commencement program, straight off the
      *> degree-conferral master so nobody re-types a graduate's
      *> name, degree, or honors.  Takes one degree date -- the
      *> first command-line argument, YYYYMMDD, or when none is
      *> given the latest degree date on P2Conferral.dat -- and
      *> writes three files from that date's conferrals:
      *>   P2DiplomaProof.dat  the proof list: every diploma exactly
      *>                       as it will print, each one that
      *>                       cannot safely go to the vendor marked
      *>                       HELD with the reason;
      *>   P2DiplomaOrder.dat  the diploma vendor's order file --
      *>                       name, degree title (the P2DegreeReq
      *>                       program name), honors line, and the
      *>                       mailing address off P2Students.dat --
      *>                       for every diploma not held;
      *>   P2DiplomaOrderHold.dat  the same order records for
      *>                       graduates whose mailing address is
      *>                       flagged undeliverable (DM-AddrBad),
      *>                       kept out of the vendor's file and
      *>                       marked HOLD FOR ADDRESS on the proof
      *>                       list until the address is corrected
      *>                       -- the graduate still walks and is
      *>                       still in the program;
      *>   P2Commence.dat      the printed commencement program,
      *>                       graduates grouped by college and
      *>                       program in name order, honors
      *>                       graduates marked.
      *> A diploma is held when the name on the conferral master
      *> does not match the demographic master, when the name
      *> carries anything but capital letters, spaces, hyphens,
      *> apostrophes, and periods, or a doubled space, when the
      *> program has no degree title on P2DegreeReq.dat, or when
      *> there is no mailing address -- a diploma reprint costs more
      *> than a day's delay.  Held graduates stay out of the
      *> commencement program too until corrected and re-run; the
      *> run is for one degree date and rebuilds all three files.
      *> A student with a FERPA directory hold -- on P2Privacy.dat,
      *> or stamped so on the clearance report P2GradClear.dat --
      *> still gets a diploma but never appears in the public
      *> program.  RC 4 when any diploma is held.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2Diploma.
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
           SELECT clearReportFile ASSIGN TO "P2GradClear.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ClearReportStatus.
           SELECT proofFile ASSIGN TO "P2DiplomaProof.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT orderFile ASSIGN TO "P2DiplomaOrder.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT orderHoldFile ASSIGN TO "P2DiplomaOrderHold.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT programFile ASSIGN TO "P2Commence.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT commenceWorkFile ASSIGN TO "P2CommenceWork.tmp".
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

      *> The clearance report: name (16) then W-number (9), then the
      *> verdict text, FERPA-held lines stamped "FERPA HOLD".
       FD clearReportFile.
       01 ClearReportRecord.
        02 CR-StudentName PIC X(16).
        02 CR-StudentWNbr PIC X(9).
        02 CR-Rest PIC X(95).

       FD proofFile.
       01 ProofRecord.
        02 ProofLine PIC X(100).

      *> Fixed layout the diploma vendor loads, one per diploma.
       FD orderFile.
       01 OrderRecord.
        02 DO-StudentWNbr PIC X(9).
        02 DO-StudentName PIC X(16).
        02 DO-DegreeTitle PIC X(24).
        02 DO-HonorsLine PIC X(16).
        02 DO-DegreeDate PIC 9(8).
        02 DO-AddressLine1 PIC X(30).
        02 DO-AddressLine2 PIC X(30).

      *> An order held for address, in the vendor's layout.
       FD orderHoldFile.
       01 OrderHoldRecord.
        02 OrderHoldLine PIC X(133).

       FD programFile.
       01 ProgramRecord.
        02 ProgramLine PIC X(80).

      *> SORT work file for the commencement program.
       SD commenceWorkFile.
       01 CommenceWorkRecord.
        02 CW-College PIC X(24).
        02 CW-ProgramName PIC X(24).
        02 CW-StudentName PIC X(16).
        02 CW-Honors PIC X(16).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-ConferralStatus PIC XX VALUE SPACES.
       01 WS-RequirementsStatus PIC XX VALUE SPACES.
       01 WS-DemographicStatus PIC XX VALUE SPACES.
       01 WS-PrivacyStatus PIC XX VALUE SPACES.
       01 WS-ClearReportStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-ConferralEOF PIC X VALUE "N".
       01 WS-ReqEOF PIC X VALUE "N".
       01 WS-DemoEOF PIC X VALUE "N".
       01 WS-PrivacyEOF PIC X VALUE "N".
       01 WS-ClearEOF PIC X VALUE "N".
       01 WS-WorkEOF PIC X VALUE "N".
       01 WS-ArgNum PIC 9(2) VALUE ZERO.
       01 WS-DateArg PIC X(8) VALUE SPACES.
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-DegreeDate PIC 9(8) VALUE ZERO.
       01 WS-DegreeDateOut.
        02 WS-DD-Month PIC 99.
        02 FILLER PIC X VALUE "/".
        02 WS-DD-Day PIC 99.
        02 FILLER PIC X VALUE "/".
        02 WS-DD-Year PIC 9(4).
      *> This degree date's graduates.
       01 DiplomaTable.
           02 DiplomaEntry OCCURS 999 TIMES.
               03 DP-StudentWNbr PIC X(9) VALUE SPACES.
               03 DP-StudentName PIC X(16) VALUE SPACES.
               03 DP-Program PIC X(8) VALUE SPACES.
               03 DP-Honors PIC X(16) VALUE SPACES.
               03 DP-ProgramName PIC X(24) VALUE SPACES.
               03 DP-MasterName PIC X(16) VALUE SPACES.
               03 DP-College PIC X(24) VALUE SPACES.
               03 DP-AddressLine1 PIC X(30) VALUE SPACES.
               03 DP-AddressLine2 PIC X(30) VALUE SPACES.
               03 DP-AddrBad PIC X(1) VALUE "N".
               03 DP-AddrReturnDoc PIC X(10) VALUE SPACES.
               03 DP-AddrReturnDate PIC X(8) VALUE SPACES.
               03 DP-OnMaster PIC X(1) VALUE "N".
               03 DP-FerpaHold PIC X(1) VALUE "N".
               03 DP-HoldReason PIC X(40) VALUE SPACES.
       01 DiplomaCount PIC 9(4) VALUE ZERO.
       01 DiplomaIdx PIC 9(4) VALUE ZERO.
       01 RequirementsTable.
           02 RequirementsEntry OCCURS 50 TIMES.
               03 RQ-Program PIC X(8) VALUE SPACES.
               03 RQ-ProgramName PIC X(24) VALUE SPACES.
       01 RequirementsCount PIC 99 VALUE ZERO.
       01 RequirementsIdx PIC 99 VALUE ZERO.
      *> Name checking.
       01 WS-NameChar PIC X VALUE SPACE.
       01 WS-NamePos PIC 99 VALUE ZERO.
       01 WS-NameBad PIC X VALUE "N".
       01 WS-SpaceRun PIC 99 VALUE ZERO.
       01 WS-StampCount PIC 99 VALUE ZERO.
      *> Commencement-program control breaks.
       01 WS-PrevCollege PIC X(24) VALUE HIGH-VALUES.
       01 WS-PrevProgramName PIC X(24) VALUE HIGH-VALUES.
       01 WS-DiplomasOrdered PIC 9(4) VALUE ZERO.
       01 WS-DiplomasHeld PIC 9(4) VALUE ZERO.
       01 WS-HeldForAddress PIC 9(4) VALUE ZERO.
       01 WS-FerpaHeld PIC 9(4) VALUE ZERO.
       01 WS-ProgramListed PIC 9(4) VALUE ZERO.
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
       ACCEPT WS-DateArg FROM ARGUMENT-VALUE
           ON EXCEPTION
               MOVE SPACES TO WS-DateArg
       END-ACCEPT.
       IF WS-DateArg NOT = SPACES
           IF WS-DateArg IS NOT NUMERIC
               DISPLAY "P2DIPLOMA ABORTED: DEGREE DATE " WS-DateArg
                   " IS NOT YYYYMMDD"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DateArg TO WS-DegreeDate
       END-IF.
       PERFORM AcquireMasterLock.
       PERFORM VerifyDemographicMaster.
       PERFORM WriteAuditHeader.
       PERFORM LoadConferrals.
       IF DiplomaCount = ZERO
           DISPLAY "P2DIPLOMA: NO DEGREES CONFERRED ON "
               WS-DegreeDate " -- NOTHING TO ORDER"
           PERFORM WriteAuditTrailer
           PERFORM ReleaseMasterLock
           STOP RUN
       END-IF.
       MOVE WS-DegreeDate(1:4) TO WS-DD-Year.
       MOVE WS-DegreeDate(5:2) TO WS-DD-Month.
       MOVE WS-DegreeDate(7:2) TO WS-DD-Day.
       PERFORM LoadRequirements.
       PERFORM LoadDemographics.
       PERFORM LoadPrivacyHolds.
       PERFORM LoadClearanceStamps.
       OPEN OUTPUT proofFile.
       OPEN OUTPUT orderFile.
       OPEN OUTPUT orderHoldFile.
       MOVE SPACES TO ProofLine
       STRING "DIPLOMA PROOF LIST -- DEGREE DATE ", WS-DegreeDateOut
           INTO ProofLine
       WRITE ProofRecord.
       MOVE SPACES TO ProofLine
       WRITE ProofRecord.
       PERFORM VARYING DiplomaIdx FROM 1 BY 1
           UNTIL DiplomaIdx > DiplomaCount
           PERFORM ProofOneDiploma
       END-PERFORM.
       MOVE SPACES TO ProofLine
       WRITE ProofRecord.
       MOVE SPACES TO ProofLine
       STRING "DIPLOMAS ORDERED: ", WS-DiplomasOrdered,
           "   HELD FOR CORRECTION: ", WS-DiplomasHeld,
           "   HELD FOR ADDRESS: ", WS-HeldForAddress
           INTO ProofLine
       WRITE ProofRecord.
       CLOSE orderFile.
       CLOSE orderHoldFile.
       CLOSE proofFile.
       SORT commenceWorkFile
           ON ASCENDING KEY CW-College CW-ProgramName CW-StudentName
           INPUT PROCEDURE IS ReleaseGraduates
           OUTPUT PROCEDURE IS PrintCommencementProgram.
       DISPLAY "P2DIPLOMA: DEGREE DATE " WS-DegreeDate
           "  ORDERED: " WS-DiplomasOrdered
           "  HELD: " WS-DiplomasHeld
           "  IN PROGRAM: " WS-ProgramListed
           "  FERPA OMITTED: " WS-FerpaHeld
           "  HELD FOR ADDRESS: " WS-HeldForAddress.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseMasterLock.
       EVALUATE TRUE
           WHEN WS-TableOverflow = "Y"
               MOVE 16 TO RETURN-CODE
           WHEN WS-DiplomasHeld > ZERO
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
       STOP RUN.

      *> Shared hold on the demographic master for the whole run.
       AcquireMasterLock.
           MOVE "STUDENTS" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           MOVE "P2DIPLOMA" TO LockReqProgram
           CALL "P2Lock" USING LockRequest
           IF LockReqResult NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       ReleaseMasterLock.
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest.

      *> Re-adds the demographic master against its integrity
      *> trailer before names and addresses are taken from it.  A
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
               DISPLAY "P2DIPLOMA: P2Students.dat CARRIES NO "
                   "INTEGRITY TRAILER (LEGACY MASTER) -- "
                   "USED AS-IS"
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               DISPLAY "P2DIPLOMA ABORTED: P2Students.dat DOES "
                   "NOT BALANCE TO ITS INTEGRITY TRAILER"
               DISPLAY "  TRAILER: COUNT=" WS-VT-Count
                   " YEARS=" WS-VT-Hash1
               DISPLAY "  ON FILE: COUNT=" WS-VfyCount
                   " YEARS=" WS-VfyHash1
               PERFORM ReleaseMasterLock
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> With no date given, a first pass finds the latest degree
      *> date on the master; then that date's conferrals are kept.
       LoadConferrals.
           IF WS-DegreeDate = ZERO
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
                           IF CF-DegreeDate IS NUMERIC
                               AND CF-DegreeDate > WS-DegreeDate
                               MOVE CF-DegreeDate TO WS-DegreeDate
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-ConferralStatus NOT = "35"
                   CLOSE conferralFile
               END-IF
           END-IF
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
                       IF CF-DegreeDate = WS-DegreeDate
                           IF DiplomaCount < 999
                               ADD 1 TO DiplomaCount
                               MOVE CF-StudentWNbr TO
                                   DP-StudentWNbr(DiplomaCount)
                               MOVE CF-StudentName TO
                                   DP-StudentName(DiplomaCount)
                               MOVE CF-Program TO
                                   DP-Program(DiplomaCount)
                               MOVE CF-Honors TO
                                   DP-Honors(DiplomaCount)
                           ELSE
                               MOVE "Y" TO WS-TableOverflow
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ConferralStatus NOT = "35"
               CLOSE conferralFile
           END-IF
           IF WS-TableOverflow = "Y"
               DISPLAY "P2DIPLOMA ABORTED: MORE THAN 999 DEGREES ON "
                   WS-DegreeDate " -- NOTHING ORDERED"
               PERFORM ReleaseMasterLock
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Degree titles come from the requirements master's program
      *> names.
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
           END-IF
           PERFORM VARYING DiplomaIdx FROM 1 BY 1
               UNTIL DiplomaIdx > DiplomaCount
               PERFORM VARYING RequirementsIdx FROM 1 BY 1
                   UNTIL RequirementsIdx > RequirementsCount
                   IF RQ-Program(RequirementsIdx) =
                       DP-Program(DiplomaIdx)
                       MOVE RQ-ProgramName(RequirementsIdx) TO
                           DP-ProgramName(DiplomaIdx)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> One pass over the demographic master for each graduate's
      *> name of record, college, and mailing address.
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
                           PERFORM VARYING DiplomaIdx FROM 1 BY 1
                               UNTIL DiplomaIdx > DiplomaCount
                               IF DP-StudentWNbr(DiplomaIdx) =
                                   DM-StudentWNbr
                                   PERFORM TakeDemographics
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DemographicStatus NOT = "35"
               CLOSE demographicFile
           END-IF.

       TakeDemographics.
           MOVE "Y" TO DP-OnMaster(DiplomaIdx)
           MOVE DM-StudentName TO DP-MasterName(DiplomaIdx)
           MOVE DM-College TO DP-College(DiplomaIdx)
           MOVE DM-AddressLine1 TO DP-AddressLine1(DiplomaIdx)
           MOVE DM-AddressLine2 TO DP-AddressLine2(DiplomaIdx)
           IF DM-AddrBad = "Y"
               MOVE "Y" TO DP-AddrBad(DiplomaIdx)
               MOVE DM-AddrReturnDoc TO DP-AddrReturnDoc(DiplomaIdx)
               MOVE DM-AddrReturnDate TO DP-AddrReturnDate(DiplomaIdx)
           END-IF.

      *> FERPA privacy holds.  No holds file on disk (status 35)
      *> just means nobody is held.
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
                       PERFORM VARYING DiplomaIdx FROM 1 BY 1
                           UNTIL DiplomaIdx > DiplomaCount
                           IF DP-StudentWNbr(DiplomaIdx) =
                               PR-StudentWNbr
                               MOVE "Y" TO DP-FerpaHold(DiplomaIdx)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           IF WS-PrivacyStatus NOT = "35"
               CLOSE privacyFile
           END-IF.

      *> The hold as stamped on the clearance report at conferral
      *> time also counts -- a hold since lifted on P2Privacy.dat
      *> was still the student's choice when the degree cleared.
       LoadClearanceStamps.
           MOVE "N" TO WS-ClearEOF
           OPEN INPUT clearReportFile
           IF WS-ClearReportStatus NOT = "00"
               MOVE "Y" TO WS-ClearEOF
           END-IF
           PERFORM UNTIL WS-ClearEOF = "Y"
               READ clearReportFile
                   AT END
                       MOVE "Y" TO WS-ClearEOF
                   NOT AT END
                       PERFORM CheckClearanceStamp
               END-READ
           END-PERFORM
           IF WS-ClearReportStatus NOT = "35"
               CLOSE clearReportFile
           END-IF.

       CheckClearanceStamp.
           MOVE ZERO TO WS-StampCount
           INSPECT CR-Rest TALLYING WS-StampCount FOR ALL "FERPA HOLD"
           IF WS-StampCount = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DiplomaIdx FROM 1 BY 1
               UNTIL DiplomaIdx > DiplomaCount
               IF DP-StudentWNbr(DiplomaIdx) = CR-StudentWNbr
                   MOVE "Y" TO DP-FerpaHold(DiplomaIdx)
               END-IF
           END-PERFORM.

      *> Decides whether one diploma can go to the vendor, prints it
      *> on the proof list as it will read, and orders it if so.
       ProofOneDiploma.
           MOVE SPACES TO DP-HoldReason(DiplomaIdx)
           PERFORM CheckDiplomaName
           EVALUATE TRUE
               WHEN DP-OnMaster(DiplomaIdx) = "N"
                   MOVE "NOT ON P2Students.dat"
                       TO DP-HoldReason(DiplomaIdx)
               WHEN DP-MasterName(DiplomaIdx) NOT =
                   DP-StudentName(DiplomaIdx)
                   MOVE "NAME DIFFERS FROM STUDENT MASTER"
                       TO DP-HoldReason(DiplomaIdx)
               WHEN WS-NameBad = "Y"
                   MOVE "NAME CONTAINS INVALID CHARACTERS/SPACING"
                       TO DP-HoldReason(DiplomaIdx)
               WHEN DP-ProgramName(DiplomaIdx) = SPACES
                   MOVE "NO DEGREE TITLE ON P2DegreeReq.dat"
                       TO DP-HoldReason(DiplomaIdx)
               WHEN DP-AddressLine1(DiplomaIdx) = SPACES
                   MOVE "NO MAILING ADDRESS ON FILE"
                       TO DP-HoldReason(DiplomaIdx)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO ProofLine
           STRING DP-StudentWNbr(DiplomaIdx), "  ",
               DP-StudentName(DiplomaIdx), "  ",
               DP-ProgramName(DiplomaIdx), "  ",
               DP-Honors(DiplomaIdx) INTO ProofLine
           WRITE ProofRecord
           IF DP-FerpaHold(DiplomaIdx) = "Y"
               MOVE SPACES TO ProofLine
               MOVE "           FERPA HOLD -- OMITTED FROM PROGRAM"
                   TO ProofLine
               WRITE ProofRecord
           END-IF
           IF DP-HoldReason(DiplomaIdx) NOT = SPACES
               ADD 1 TO WS-DiplomasHeld
               MOVE SPACES TO ProofLine
               STRING "           *** HELD: ",
                   DP-HoldReason(DiplomaIdx) DELIMITED BY SIZE
                   INTO ProofLine
               WRITE ProofRecord
               IF DP-MasterName(DiplomaIdx) NOT =
                   DP-StudentName(DiplomaIdx)
                   AND DP-OnMaster(DiplomaIdx) = "Y"
                   MOVE SPACES TO ProofLine
                   STRING "           CONFERRAL: ",
                       DP-StudentName(DiplomaIdx),
                       "  MASTER: ", DP-MasterName(DiplomaIdx)
                       INTO ProofLine
                   WRITE ProofRecord
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OrderRecord
           MOVE DP-StudentWNbr(DiplomaIdx) TO DO-StudentWNbr
           MOVE DP-StudentName(DiplomaIdx) TO DO-StudentName
           MOVE DP-ProgramName(DiplomaIdx) TO DO-DegreeTitle
           MOVE DP-Honors(DiplomaIdx) TO DO-HonorsLine
           MOVE WS-DegreeDate TO DO-DegreeDate
           MOVE DP-AddressLine1(DiplomaIdx) TO DO-AddressLine1
           MOVE DP-AddressLine2(DiplomaIdx) TO DO-AddressLine2
      *> A diploma to an address the mail has come back from goes to
      *> the hold file, never to the vendor.
           IF DP-AddrBad(DiplomaIdx) = "Y"
               ADD 1 TO WS-HeldForAddress
               MOVE OrderRecord TO OrderHoldLine
               WRITE OrderHoldRecord
               MOVE SPACES TO ProofLine
               STRING "           *** HOLD FOR ADDRESS -- "
                       DELIMITED BY SIZE,
                   DP-AddrReturnDoc(DiplomaIdx) DELIMITED BY SPACE,
                   " RETURNED " DELIMITED BY SIZE,
                   DP-AddrReturnDate(DiplomaIdx) DELIMITED BY SIZE,
                   " ***" DELIMITED BY SIZE
                   INTO ProofLine
               WRITE ProofRecord
               EXIT PARAGRAPH
           END-IF
           WRITE OrderRecord
           ADD 1 TO WS-DiplomasOrdered.

      *> Capital letters, single interior spaces, hyphens,
      *> apostrophes, and periods are all a diploma name may carry.
       CheckDiplomaName.
           MOVE "N" TO WS-NameBad
           MOVE ZERO TO WS-SpaceRun
           IF DP-StudentName(DiplomaIdx)(1:1) = SPACE
               MOVE "Y" TO WS-NameBad
           END-IF
           PERFORM VARYING WS-NamePos FROM 1 BY 1
               UNTIL WS-NamePos > 16
               MOVE DP-StudentName(DiplomaIdx)(WS-NamePos:1)
                   TO WS-NameChar
               IF WS-NameChar = SPACE
                   ADD 1 TO WS-SpaceRun
               ELSE
                   IF WS-SpaceRun > 1
                       MOVE "Y" TO WS-NameBad
                   END-IF
                   MOVE ZERO TO WS-SpaceRun
                   IF WS-NameChar IS NOT ALPHABETIC-UPPER
                       AND WS-NameChar NOT = "-"
                       AND WS-NameChar NOT = "'"
                       AND WS-NameChar NOT = "."
                       MOVE "Y" TO WS-NameBad
                   END-IF
               END-IF
           END-PERFORM.

      *> SORT's INPUT PROCEDURE: every graduate whose diploma is
      *> ordered and who has no FERPA hold.
       ReleaseGraduates.
           PERFORM VARYING DiplomaIdx FROM 1 BY 1
               UNTIL DiplomaIdx > DiplomaCount
               IF DP-FerpaHold(DiplomaIdx) = "Y"
                   ADD 1 TO WS-FerpaHeld
               ELSE
                   IF DP-HoldReason(DiplomaIdx) = SPACES
                       MOVE DP-College(DiplomaIdx) TO CW-College
                       MOVE DP-ProgramName(DiplomaIdx) TO
                           CW-ProgramName
                       MOVE DP-StudentName(DiplomaIdx) TO
                           CW-StudentName
                       MOVE DP-Honors(DiplomaIdx) TO CW-Honors
                       RELEASE CommenceWorkRecord
                   END-IF
               END-IF
           END-PERFORM.

      *> SORT's OUTPUT PROCEDURE: the program itself, a heading per
      *> college, a subheading per degree, graduates in name order,
      *> honors graduates starred with the honor beside the name.
       PrintCommencementProgram.
           OPEN OUTPUT programFile
           MOVE "SOUTHEASTERN LOUISIANA UNIVERSITY" TO ProgramLine
           WRITE ProgramRecord
           MOVE SPACES TO ProgramLine
           STRING "COMMENCEMENT EXERCISES  ", WS-DegreeDateOut
               INTO ProgramLine
           WRITE ProgramRecord
           MOVE SPACES TO ProgramLine
           WRITE ProgramRecord
           MOVE "* GRADUATING WITH LATIN HONORS" TO ProgramLine
           WRITE ProgramRecord
           MOVE "N" TO WS-WorkEOF
           PERFORM UNTIL WS-WorkEOF = "Y"
               RETURN commenceWorkFile
                   AT END
                       MOVE "Y" TO WS-WorkEOF
                   NOT AT END
                       PERFORM PrintOneGraduate
               END-RETURN
           END-PERFORM
           CLOSE programFile.

       PrintOneGraduate.
           IF CW-College NOT = WS-PrevCollege
               MOVE CW-College TO WS-PrevCollege
               MOVE HIGH-VALUES TO WS-PrevProgramName
               MOVE SPACES TO ProgramLine
               WRITE ProgramRecord
               MOVE SPACES TO ProgramLine
               IF CW-College = SPACES
                   MOVE "GRADUATES" TO ProgramLine
               ELSE
                   MOVE CW-College TO ProgramLine
               END-IF
               WRITE ProgramRecord
           END-IF
           IF CW-ProgramName NOT = WS-PrevProgramName
               MOVE CW-ProgramName TO WS-PrevProgramName
               MOVE SPACES TO ProgramLine
               WRITE ProgramRecord
               MOVE SPACES TO ProgramLine
               MOVE CW-ProgramName TO ProgramLine(5:24)
               WRITE ProgramRecord
           END-IF
           MOVE SPACES TO ProgramLine
           IF CW-Honors NOT = SPACES
               MOVE "*" TO ProgramLine(7:1)
               MOVE CW-Honors TO ProgramLine(30:16)
           END-IF
           MOVE CW-StudentName TO ProgramLine(9:16)
           WRITE ProgramRecord
           ADD 1 TO WS-ProgramListed.

       WriteAuditHeader.
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "HDR ", WS-RunDate, " ", WS-RunTime,
               " P2DIPLOMA IN=P2Conferral.dat "
               "OUT=P2DiplomaOrder.dat FRESH" INTO AuditTrailLine
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
               " P2DIPLOMA READ=", DiplomaCount,
               " ORDERED=", WS-DiplomasOrdered,
               " HELD=", WS-DiplomasHeld,
               " ADDRHELD=", WS-HeldForAddress,
               " PROGRAM=", WS-ProgramListed, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
