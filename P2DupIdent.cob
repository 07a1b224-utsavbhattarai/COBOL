      *> Progrm-ID: P2DupIdent.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Probable-duplicate student identity review list.  A keying
      *> error that mints a second W-number for a student splits
      *> their transcript in two, and P2HistMaint's "M" merge can
      *> only fold the twin back once someone has noticed it -- so
      *> far, only when the student complained that half their
      *> record was missing.  This run looks for the twins itself.
      *> Every W-number on P2Students.dat or P2History.dat is
      *> compared with every other, and each pair is scored on the
      *> evidence that they are one person:
      *>   same taxpayer ID (nine digits, not zeros)     50
      *>   same name (letters only, spacing and
      *>     punctuation ignored)                        40
      *>   similar name -- one letter wrong, one letter
      *>     missing, or two letters swapped             30
      *>   same surname and first initial                20
      *>   same first address line                       15
      *>   same second address line as well              10
      *>   each course both took in the same term        10
      *>     (our own coursework only, at most 30)
      *> Only the strongest of the three name tests counts.  A pair
      *> scoring DUP-MIN-SCORE or better (P2Params.dat, default 50)
      *> goes on the review list P2DupIdent.dat, highest score
      *> first, with both students' names, history span, and the
      *> evidence, and which W-number an "M" transaction would fold
      *> into which (the one with less history into the one with
      *> more) -- the registrar decides, this run changes nothing.
      *> A pair P2MaintAudit.dat already shows merged is not listed
      *> again.  The evidence is gathered through work files and
      *> three SORTs (course-term attempts, evidence by pair,
      *> candidates by score), so no pair table can overflow; only
      *> the student table (5000) and one course section's roster
      *> (500) are bounded.  RC 0 when no pair qualifies, 4 when
      *> the list has candidates, 12 when a master is missing or
      *> does not balance to its trailer, 16 on a table overflow.
      *> P2Nightly runs it as a weekly step.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2DupIdent.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT historyFile ASSIGN TO "P2History.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HistoryStatus.
           SELECT demographicFile ASSIGN TO "P2Students.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DemographicStatus.
           SELECT maintAuditFile ASSIGN TO "P2MaintAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MaintAuditStatus.
           SELECT paramFile ASSIGN TO "P2Params.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParamStatus.
           SELECT reportFile ASSIGN TO "P2DupIdent.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
      *> Scratch files between the SORTs -- rewritten every run.
           SELECT evidenceFile ASSIGN TO "P2DupEvidence.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EvidenceStatus.
           SELECT candidateFile ASSIGN TO "P2DupCand.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CandidateStatus.
           SELECT attemptWorkFile ASSIGN TO "P2DupAttempt.tmp".
           SELECT evidenceWorkFile ASSIGN TO "P2DupEvWork.tmp".
           SELECT candidateWorkFile ASSIGN TO "P2DupCandWork.tmp".
           SELECT auditTrailFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.

       DATA DIVISION.
       FILE SECTION.
       FD historyFile.
       01 HistoryRecord.
           COPY "HISTMST.CPY".

       FD demographicFile.
       01 DemographicRecord.
           COPY "STUDENTD.CPY".

       FD maintAuditFile.
       01 MaintAuditRecord.
        02 MaintAuditLine PIC X(132).

       FD paramFile.
       01 ParamRecord.
        02 ParamLine PIC X(40).

       FD reportFile.
       01 ReportRecord.
        02 ReportLine PIC X(110).

      *> One piece of evidence that W-number 1 and W-number 2 (always
      *> the lower first) are the same person.  EV-Kind: T taxpayer
      *> ID, N same name, S similar name, I surname and initial,
      *> A first address line, B second address line, C a shared
      *> course-term (EV-Detail names it).
       FD evidenceFile.
       01 EvidenceRecord.
        02 EV-WNbr1 PIC X(9).
        02 EV-WNbr2 PIC X(9).
        02 EV-Kind PIC X(1).
        02 EV-Detail PIC X(21).

      *> One scored pair at or over the minimum.
       FD candidateFile.
       01 CandidateRecord.
        02 CD-Score PIC 9(3).
        02 CD-WNbr1 PIC X(9).
        02 CD-WNbr2 PIC X(9).
        02 CD-TaxMatch PIC X(1).
        02 CD-NameMatch PIC X(1).
        02 CD-AddrLines PIC 9(1).
        02 CD-Overlap PIC 9(3).
        02 CD-OverlapSample PIC X(21).

      *> Our own course attempts, ordered so everyone in one course
      *> in one term arrives together.
       SD attemptWorkFile.
       01 AttemptWorkRecord.
        02 AW-TermKey PIC 9(5).
        02 AW-Course PIC X(9).
        02 AW-WNbr PIC X(9).
        02 AW-Years PIC X(11).

       SD evidenceWorkFile.
       01 EvidenceWorkRecord.
        02 EW-WNbr1 PIC X(9).
        02 EW-WNbr2 PIC X(9).
        02 EW-Kind PIC X(1).
        02 EW-Detail PIC X(21).

       SD candidateWorkFile.
       01 CandidateWorkRecord.
        02 CW-Score PIC 9(3).
        02 CW-WNbr1 PIC X(9).
        02 CW-WNbr2 PIC X(9).
        02 CW-TaxMatch PIC X(1).
        02 CW-NameMatch PIC X(1).
        02 CW-AddrLines PIC 9(1).
        02 CW-Overlap PIC 9(3).
        02 CW-OverlapSample PIC X(21).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-HistoryStatus PIC XX VALUE SPACES.
       01 WS-DemographicStatus PIC XX VALUE SPACES.
       01 WS-MaintAuditStatus PIC XX VALUE SPACES.
       01 WS-ParamStatus PIC XX VALUE SPACES.
       01 WS-EvidenceStatus PIC XX VALUE SPACES.
       01 WS-CandidateStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-HistEOF PIC X VALUE "N".
       01 WS-DemoEOF PIC X VALUE "N".
       01 WS-MaintEOF PIC X VALUE "N".
       01 WS-ParamEOF PIC X VALUE "N".
       01 WS-WorkEOF PIC X VALUE "N".
       01 WS-ParamKey PIC X(20) VALUE SPACES.
       01 WS-ParamValue PIC X(20) VALUE SPACES.
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-TableOverflow PIC X VALUE "N".
       01 WS-MinScore PIC 9(3) VALUE 50.
       01 WS-CompletionCode PIC 99 VALUE ZERO.
       01 WS-HistoryRead PIC 9(7) VALUE ZERO.
       01 WS-EvidenceCount PIC 9(9) VALUE ZERO.
       01 WS-CandidateCount PIC 9(7) VALUE ZERO.
       01 WS-MergedSkipped PIC 9(7) VALUE ZERO.
      *> Demographic master, in its own W-number order.
       01 DemoTable.
           02 DemoEntry OCCURS 5000 TIMES.
               03 DT-WNbr PIC X(9) VALUE SPACES.
               03 DT-Name PIC X(16) VALUE SPACES.
               03 DT-Addr1 PIC X(30) VALUE SPACES.
               03 DT-Addr2 PIC X(30) VALUE SPACES.
               03 DT-TaxID PIC X(9) VALUE SPACES.
       01 DemoCount PIC 9(5) VALUE ZERO.
       01 DemoIdx PIC 9(5) VALUE ZERO.
      *> W-numbers with course history, in the master's order.
       01 HistStudentTable.
           02 HistStudentEntry OCCURS 5000 TIMES.
               03 HS-WNbr PIC X(9) VALUE SPACES.
               03 HS-Name PIC X(16) VALUE SPACES.
               03 HS-Records PIC 9(5) VALUE ZERO.
               03 HS-FirstTerm PIC X(11) VALUE SPACES.
               03 HS-LastTerm PIC X(11) VALUE SPACES.
       01 HistStudentCount PIC 9(5) VALUE ZERO.
       01 HistStudentIdx PIC 9(5) VALUE ZERO.
      *> The two merged into one W-number-ordered table, with the
      *> name broken down for the comparisons: NameKey is the name's
      *> letters alone, NameLen their count.
       01 StudentTable.
           02 StudentEntry OCCURS 5000 TIMES.
               03 SM-WNbr PIC X(9) VALUE SPACES.
               03 SM-Name PIC X(16) VALUE SPACES.
               03 SM-Addr1 PIC X(30) VALUE SPACES.
               03 SM-Addr2 PIC X(30) VALUE SPACES.
               03 SM-TaxID PIC X(9) VALUE SPACES.
               03 SM-OnDemo PIC X(1) VALUE "N".
               03 SM-Records PIC 9(5) VALUE ZERO.
               03 SM-FirstTerm PIC X(11) VALUE SPACES.
               03 SM-LastTerm PIC X(11) VALUE SPACES.
               03 SM-NameKey PIC X(16) VALUE SPACES.
               03 SM-NameLen PIC 9(2) VALUE ZERO.
               03 SM-Surname PIC X(16) VALUE SPACES.
               03 SM-Initial PIC X(1) VALUE SPACE.
       01 StudentCount PIC 9(5) VALUE ZERO.
       01 StudentIdx PIC 9(5) VALUE ZERO.
       01 OtherIdx PIC 9(5) VALUE ZERO.
       01 StudentFoundIdx PIC 9(5) VALUE ZERO.
      *> Name breakdown work fields.
       01 WS-NameToken1 PIC X(16) VALUE SPACES.
       01 WS-NameToken2 PIC X(16) VALUE SPACES.
       01 WS-NameToken3 PIC X(16) VALUE SPACES.
       01 WS-CharIdx PIC 9(2) VALUE ZERO.
      *> Name comparison: "N" same, "S" similar, "I" surname and
      *> initial, SPACE nothing.
       01 WS-NameMatch PIC X(1) VALUE SPACE.
       01 WS-Mismatches PIC 9(2) VALUE ZERO.
       01 WS-FirstMismatch PIC 9(2) VALUE ZERO.
       01 WS-LongIdx PIC 9(5) VALUE ZERO.
       01 WS-ShortIdx PIC 9(5) VALUE ZERO.
       01 WS-TailLen PIC 9(2) VALUE ZERO.
      *> Everyone in the course-term being grouped.
       01 SectionTable.
           02 SectionEntry OCCURS 500 TIMES.
               03 SC-WNbr PIC X(9) VALUE SPACES.
       01 SectionCount PIC 9(3) VALUE ZERO.
       01 SectionIdx PIC 9(3) VALUE ZERO.
       01 SectionOtherIdx PIC 9(3) VALUE ZERO.
       01 WS-SectionTermKey PIC 9(5) VALUE ZERO.
       01 WS-SectionCourse PIC X(9) VALUE SPACES.
       01 WS-SectionYears PIC X(11) VALUE SPACES.
      *> Applied merges off the maintenance log: source into target.
       01 MergeTable.
           02 MergeEntry OCCURS 500 TIMES.
               03 MG-SourceWNbr PIC X(9) VALUE SPACES.
               03 MG-TargetWNbr PIC X(9) VALUE SPACES.
       01 MergeCount PIC 9(3) VALUE ZERO.
       01 MergeIdx PIC 9(3) VALUE ZERO.
       01 WS-PairMerged PIC X VALUE "N".
       01 WS-MaintDate PIC X(8) VALUE SPACES.
       01 WS-MaintTime PIC X(8) VALUE SPACES.
       01 WS-MaintVerb PIC X(10) VALUE SPACES.
       01 WS-MaintKind PIC X(14) VALUE SPACES.
       01 WS-MaintSource PIC X(9) VALUE SPACES.
       01 WS-MaintInto PIC X(4) VALUE SPACES.
       01 WS-MaintTarget PIC X(9) VALUE SPACES.
      *> The pair being scored off the sorted evidence.
       01 WS-PairWNbr1 PIC X(9) VALUE SPACES.
       01 WS-PairWNbr2 PIC X(9) VALUE SPACES.
       01 WS-PairTax PIC X(1) VALUE "N".
       01 WS-PairName PIC X(1) VALUE SPACE.
       01 WS-PairAddr1 PIC X(1) VALUE "N".
       01 WS-PairAddr2 PIC X(1) VALUE "N".
       01 WS-PairOverlap PIC 9(3) VALUE ZERO.
       01 WS-PairSample PIC X(21) VALUE SPACES.
       01 WS-PairScore PIC 9(3) VALUE ZERO.
       01 WS-OverlapPoints PIC 9(3) VALUE ZERO.
      *> Review-list print fields.
       01 WS-ScoreOut PIC ZZ9.
       01 WS-RecordsOut PIC ZZZZ9.
       01 WS-OverlapOut PIC ZZ9.
       01 WS-CountOut PIC Z,ZZZ,ZZ9.
       01 WS-Evidence PIC X(100) VALUE SPACES.
       01 WS-EvidencePtr PIC 9(3) VALUE 1.
       01 WS-MergeSource PIC X(9) VALUE SPACES.
       01 WS-MergeTarget PIC X(9) VALUE SPACES.
       01 WS-Rec1 PIC 9(5) VALUE ZERO.
       01 WS-Rec2 PIC 9(5) VALUE ZERO.
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
       PERFORM AcquireMasterLocks.
       PERFORM WriteAuditHeader.
       PERFORM VerifyHistoryMaster.
       PERFORM VerifyDemographicMaster.
       PERFORM LoadDemographics.
       PERFORM LoadMerges.
       SORT attemptWorkFile
           ON ASCENDING KEY AW-TermKey AW-Course AW-WNbr
           INPUT PROCEDURE IS ReleaseAttempts
           OUTPUT PROCEDURE IS WriteOverlapEvidence.
       PERFORM BuildStudentTable.
       PERFORM CompareStudents.
       SORT evidenceWorkFile
           ON ASCENDING KEY EW-WNbr1 EW-WNbr2 EW-Kind
           INPUT PROCEDURE IS ReleaseEvidence
           OUTPUT PROCEDURE IS ScorePairs.
       SORT candidateWorkFile
           ON DESCENDING KEY CW-Score
           ON ASCENDING KEY CW-WNbr1 CW-WNbr2
           INPUT PROCEDURE IS ReleaseCandidates
           OUTPUT PROCEDURE IS PrintReviewList.
       EVALUATE TRUE
           WHEN WS-TableOverflow = "Y"
               MOVE 16 TO WS-CompletionCode
           WHEN WS-CandidateCount > ZERO
               MOVE 4 TO WS-CompletionCode
           WHEN OTHER
               MOVE ZERO TO WS-CompletionCode
       END-EVALUATE.
       DISPLAY "P2DUPIDENT: STUDENTS COMPARED: " StudentCount
           "  CANDIDATE PAIRS: " WS-CandidateCount
           "  COMPLETION CODE: " WS-CompletionCode.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseMasterLocks.
       MOVE WS-CompletionCode TO RETURN-CODE.
       STOP RUN.

      *> DUP-MIN-SCORE is the only knob here; everything else in the
      *> file belongs to other programs.
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
                       IF WS-ParamKey = "DUP-MIN-SCORE"
                           COMPUTE WS-MinScore =
                               FUNCTION NUMVAL(WS-ParamValue)
                           IF WS-MinScore = ZERO
                               MOVE 50 TO WS-MinScore
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ParamStatus NOT = "35"
               CLOSE paramFile
           END-IF.

       AcquireMasterLocks.
           MOVE "STUDENTS" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           MOVE "P2DUPIDENT" TO LockReqProgram
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

      *> Re-adds the history master against its integrity trailer --
      *> a truncated master would hide exactly the twin records this
      *> run is looking for, so a master that does not balance
      *> refuses the run.
       VerifyHistoryMaster.
           MOVE ZERO TO WS-VfyCount
           MOVE ZERO TO WS-VfyHash1
           MOVE ZERO TO WS-VfyHash2
           MOVE "N" TO WS-VfyTrailerSeen
           MOVE "N" TO WS-VfyEOF
           OPEN INPUT historyFile
           IF WS-HistoryStatus NOT = "00"
               DISPLAY "P2DUPIDENT ABORTED: P2History.dat COULD NOT "
                   "BE OPENED (STATUS " WS-HistoryStatus ")"
               PERFORM AbortRun
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
               DISPLAY "P2DUPIDENT: P2History.dat CARRIES NO "
                   "INTEGRITY TRAILER (LEGACY MASTER) -- "
                   "PROCESSED AS-IS"
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               OR WS-VT-Hash2 NOT = WS-VfyHash2
               DISPLAY "P2DUPIDENT ABORTED: P2History.dat DOES NOT "
                   "BALANCE TO ITS INTEGRITY TRAILER"
               DISPLAY "  TRAILER: COUNT=" WS-VT-Count
                   " HRS=" WS-VT-Hash1 " QP=" WS-VT-Hash2
               DISPLAY "  ON FILE: COUNT=" WS-VfyCount
                   " HRS=" WS-VfyHash1 " QP=" WS-VfyHash2
               PERFORM AbortRun
           END-IF.

       VerifyDemographicMaster.
           MOVE ZERO TO WS-VfyCount
           MOVE ZERO TO WS-VfyHash1
           MOVE "N" TO WS-VfyTrailerSeen
           MOVE "N" TO WS-VfyEOF
           OPEN INPUT demographicFile
           IF WS-DemographicStatus NOT = "00"
               DISPLAY "P2DUPIDENT ABORTED: P2Students.dat COULD "
                   "NOT BE OPENED (STATUS " WS-DemographicStatus ")"
               PERFORM AbortRun
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
               DISPLAY "P2DUPIDENT: P2Students.dat CARRIES NO "
                   "INTEGRITY TRAILER (LEGACY MASTER) -- "
                   "USED AS-IS"
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               DISPLAY "P2DUPIDENT ABORTED: P2Students.dat DOES "
                   "NOT BALANCE TO ITS INTEGRITY TRAILER"
               DISPLAY "  TRAILER: COUNT=" WS-VT-Count
                   " YEARS=" WS-VT-Hash1
               DISPLAY "  ON FILE: COUNT=" WS-VfyCount
                   " YEARS=" WS-VfyHash1
               PERFORM AbortRun
           END-IF.

      *> Closes the audit pair the header opened and ends the run.
       AbortRun.
           ACCEPT WS-RunDate FROM DATE YYYYMMDD
           ACCEPT WS-RunTime FROM TIME
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "TRL ", WS-RunDate, " ", WS-RunTime,
               " P2DUPIDENT CANDIDATES=0000000 ABORTED"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile
           PERFORM ReleaseMasterLocks
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       LoadDemographics.
           MOVE "N" TO WS-DemoEOF
           OPEN INPUT demographicFile
           PERFORM UNTIL WS-DemoEOF = "Y"
               READ demographicFile
                   AT END
                       MOVE "Y" TO WS-DemoEOF
                   NOT AT END
                       IF DemographicRecord(1:6) NOT = "CTLTRL"
                           IF DemoCount < 5000
                               ADD 1 TO DemoCount
                               MOVE DM-StudentWNbr TO DT-WNbr(DemoCount)
                               MOVE DM-StudentName TO DT-Name(DemoCount)
                               MOVE DM-AddressLine1 TO
                                   DT-Addr1(DemoCount)
                               MOVE DM-AddressLine2 TO
                                   DT-Addr2(DemoCount)
                               MOVE DM-TaxpayerID TO
                                   DT-TaxID(DemoCount)
                           ELSE
                               MOVE "Y" TO WS-TableOverflow
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE demographicFile
           IF WS-TableOverflow = "Y"
               DISPLAY "P2DUPIDENT: STUDENT TABLE OVERFLOW -- "
                   "STUDENTS PAST 5000 NOT COMPARED"
           END-IF.

      *> "date time APPLIED MERGE source INTO target" lines off the
      *> maintenance log, the same lines P2Integrity reads.
       LoadMerges.
           MOVE "N" TO WS-MaintEOF
           OPEN INPUT maintAuditFile
           IF WS-MaintAuditStatus NOT = "00"
               MOVE "Y" TO WS-MaintEOF
           END-IF
           PERFORM UNTIL WS-MaintEOF = "Y"
               READ maintAuditFile
                   AT END
                       MOVE "Y" TO WS-MaintEOF
                   NOT AT END
                       MOVE SPACES TO WS-MaintDate WS-MaintTime
                           WS-MaintVerb WS-MaintKind WS-MaintSource
                           WS-MaintInto WS-MaintTarget
                       UNSTRING MaintAuditLine DELIMITED BY ALL " "
                           INTO WS-MaintDate, WS-MaintTime,
                               WS-MaintVerb, WS-MaintKind,
                               WS-MaintSource, WS-MaintInto,
                               WS-MaintTarget
                       END-UNSTRING
                       IF WS-MaintVerb = "APPLIED"
                           AND WS-MaintKind = "MERGE"
                           AND WS-MaintInto = "INTO"
                           PERFORM AddMerge
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MaintAuditStatus NOT = "35"
               CLOSE maintAuditFile
           END-IF.

       AddMerge.
           IF MergeCount < 500
               ADD 1 TO MergeCount
               MOVE WS-MaintSource TO MG-SourceWNbr(MergeCount)
               MOVE WS-MaintTarget TO MG-TargetWNbr(MergeCount)
           ELSE
               MOVE "Y" TO WS-TableOverflow
           END-IF.

      *> SORT's INPUT PROCEDURE for the attempts: one pass over the
      *> history master that also tallies each W-number's records
      *> and term span for the review list.  Transfer credit is
      *> left out of the attempts -- every student articulated from
      *> the same school carries the same equivalencies.
       ReleaseAttempts.
           MOVE "N" TO WS-HistEOF
           OPEN INPUT historyFile
           PERFORM UNTIL WS-HistEOF = "Y"
               READ historyFile
                   AT END
                       MOVE "Y" TO WS-HistEOF
                   NOT AT END
                       IF HistoryRecord(1:6) NOT = "CTLTRL"
                           ADD 1 TO WS-HistoryRead
                           PERFORM TallyHistoryStudent
                           IF HM-TransferFlag NOT = "Y"
                               MOVE HM-TermKey TO AW-TermKey
                               MOVE HM-Course TO AW-Course
                               MOVE HM-StudentWNbr TO AW-WNbr
                               MOVE HM-Years TO AW-Years
                               RELEASE AttemptWorkRecord
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE historyFile.

       TallyHistoryStudent.
           IF HistStudentCount = ZERO
               OR HS-WNbr(HistStudentCount) NOT = HM-StudentWNbr
               IF HistStudentCount < 5000
                   ADD 1 TO HistStudentCount
                   MOVE HM-StudentWNbr TO HS-WNbr(HistStudentCount)
                   MOVE HM-StudentName TO HS-Name(HistStudentCount)
                   MOVE HM-Years TO HS-FirstTerm(HistStudentCount)
               ELSE
                   MOVE "Y" TO WS-TableOverflow
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO HS-Records(HistStudentCount)
           MOVE HM-Years TO HS-LastTerm(HistStudentCount).

      *> SORT's OUTPUT PROCEDURE for the attempts: one course-term
      *> at a time, every pair of W-numbers in it gets a C evidence
      *> record.  Starts the evidence file the comparisons extend.
       WriteOverlapEvidence.
           OPEN OUTPUT evidenceFile
           MOVE ZERO TO SectionCount
           MOVE "N" TO WS-WorkEOF
           PERFORM UNTIL WS-WorkEOF = "Y"
               RETURN attemptWorkFile
                   AT END
                       MOVE "Y" TO WS-WorkEOF
                   NOT AT END
                       IF SectionCount > ZERO
                           AND (AW-TermKey NOT = WS-SectionTermKey
                           OR AW-Course NOT = WS-SectionCourse)
                           PERFORM CloseSection
                       END-IF
                       PERFORM AddToSection
               END-RETURN
           END-PERFORM
           IF SectionCount > ZERO
               PERFORM CloseSection
           END-IF
           CLOSE evidenceFile.

      *> A W-number already in the section (a repeated record) is
      *> not added twice.
       AddToSection.
           IF SectionCount = ZERO
               MOVE AW-TermKey TO WS-SectionTermKey
               MOVE AW-Course TO WS-SectionCourse
               MOVE AW-Years TO WS-SectionYears
           ELSE
               IF SC-WNbr(SectionCount) = AW-WNbr
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF SectionCount < 500
               ADD 1 TO SectionCount
               MOVE AW-WNbr TO SC-WNbr(SectionCount)
           ELSE
               IF WS-TableOverflow = "N"
                   DISPLAY "P2DUPIDENT: SECTION TABLE OVERFLOW AT "
                       WS-SectionYears " " WS-SectionCourse
               END-IF
               MOVE "Y" TO WS-TableOverflow
           END-IF.

       CloseSection.
           PERFORM VARYING SectionIdx FROM 1 BY 1
               UNTIL SectionIdx > SectionCount
               PERFORM VARYING SectionOtherIdx FROM SectionIdx BY 1
                   UNTIL SectionOtherIdx > SectionCount
                   IF SectionOtherIdx > SectionIdx
                       MOVE SC-WNbr(SectionIdx) TO EV-WNbr1
                       MOVE SC-WNbr(SectionOtherIdx) TO EV-WNbr2
                       MOVE "C" TO EV-Kind
                       MOVE SPACES TO EV-Detail
                       STRING WS-SectionYears, " ", WS-SectionCourse
                           DELIMITED BY SIZE INTO EV-Detail
                       PERFORM WriteEvidence
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE ZERO TO SectionCount.

       WriteEvidence.
           WRITE EvidenceRecord
           ADD 1 TO WS-EvidenceCount.

      *> Match-merges the demographic master and the history's own
      *> W-numbers (both in W-number order) into one table, so a
      *> twin with course records but no demographic record -- the
      *> usual shape of a keying error -- is compared too.
       BuildStudentTable.
           MOVE 1 TO DemoIdx
           MOVE 1 TO HistStudentIdx
           PERFORM UNTIL (DemoIdx > DemoCount
               AND HistStudentIdx > HistStudentCount)
               OR StudentCount NOT < 5000
               ADD 1 TO StudentCount
               EVALUATE TRUE
                   WHEN HistStudentIdx > HistStudentCount
                       PERFORM TakeDemoStudent
                   WHEN DemoIdx > DemoCount
                       PERFORM TakeHistStudent
                   WHEN DT-WNbr(DemoIdx) < HS-WNbr(HistStudentIdx)
                       PERFORM TakeDemoStudent
                   WHEN DT-WNbr(DemoIdx) > HS-WNbr(HistStudentIdx)
                       PERFORM TakeHistStudent
                   WHEN OTHER
                       PERFORM TakeDemoStudent
                       MOVE HS-Records(HistStudentIdx) TO
                           SM-Records(StudentCount)
                       MOVE HS-FirstTerm(HistStudentIdx) TO
                           SM-FirstTerm(StudentCount)
                       MOVE HS-LastTerm(HistStudentIdx) TO
                           SM-LastTerm(StudentCount)
                       ADD 1 TO HistStudentIdx
               END-EVALUATE
               PERFORM BreakDownName
           END-PERFORM
           IF DemoIdx NOT > DemoCount
               OR HistStudentIdx NOT > HistStudentCount
               MOVE "Y" TO WS-TableOverflow
           END-IF.

       TakeDemoStudent.
           MOVE DT-WNbr(DemoIdx) TO SM-WNbr(StudentCount)
           MOVE DT-Name(DemoIdx) TO SM-Name(StudentCount)
           MOVE DT-Addr1(DemoIdx) TO SM-Addr1(StudentCount)
           MOVE DT-Addr2(DemoIdx) TO SM-Addr2(StudentCount)
           MOVE DT-TaxID(DemoIdx) TO SM-TaxID(StudentCount)
           MOVE "Y" TO SM-OnDemo(StudentCount)
           ADD 1 TO DemoIdx.

       TakeHistStudent.
           MOVE HS-WNbr(HistStudentIdx) TO SM-WNbr(StudentCount)
           MOVE HS-Name(HistStudentIdx) TO SM-Name(StudentCount)
           MOVE HS-Records(HistStudentIdx) TO SM-Records(StudentCount)
           MOVE HS-FirstTerm(HistStudentIdx) TO
               SM-FirstTerm(StudentCount)
           MOVE HS-LastTerm(HistStudentIdx) TO SM-LastTerm(StudentCount)
           ADD 1 TO HistStudentIdx.

      *> The name's letters alone (so "O'NEIL" and "ONEIL" agree),
      *> the first token's initial, and the last token as surname.
       BreakDownName.
           MOVE SPACES TO SM-NameKey(StudentCount)
           MOVE ZERO TO SM-NameLen(StudentCount)
           PERFORM VARYING WS-CharIdx FROM 1 BY 1 UNTIL WS-CharIdx > 16
               IF SM-Name(StudentCount)(WS-CharIdx:1) IS ALPHABETIC
                   AND SM-Name(StudentCount)(WS-CharIdx:1) NOT = SPACE
                   ADD 1 TO SM-NameLen(StudentCount)
                   MOVE SM-Name(StudentCount)(WS-CharIdx:1) TO
                       SM-NameKey(StudentCount)
                       (SM-NameLen(StudentCount):1)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-NameToken1 WS-NameToken2 WS-NameToken3
           UNSTRING SM-Name(StudentCount) DELIMITED BY ALL SPACE
               INTO WS-NameToken1, WS-NameToken2, WS-NameToken3
           END-UNSTRING
           MOVE WS-NameToken1(1:1) TO SM-Initial(StudentCount)
           EVALUATE TRUE
               WHEN WS-NameToken3 NOT = SPACES
                   MOVE WS-NameToken3 TO SM-Surname(StudentCount)
               WHEN WS-NameToken2 NOT = SPACES
                   MOVE WS-NameToken2 TO SM-Surname(StudentCount)
               WHEN OTHER
                   MOVE WS-NameToken1 TO SM-Surname(StudentCount)
           END-EVALUATE.

      *> Every W-number against every later one, appending the
      *> taxpayer-ID, name, and address evidence to the file the
      *> course-term pass started.
       CompareStudents.
           OPEN EXTEND evidenceFile
           PERFORM VARYING StudentIdx FROM 1 BY 1
               UNTIL StudentIdx > StudentCount
               PERFORM VARYING OtherIdx FROM StudentIdx BY 1
                   UNTIL OtherIdx > StudentCount
                   IF OtherIdx > StudentIdx
                       PERFORM CompareOnePair
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE evidenceFile.

       CompareOnePair.
           MOVE SM-WNbr(StudentIdx) TO EV-WNbr1
           MOVE SM-WNbr(OtherIdx) TO EV-WNbr2
           MOVE SPACES TO EV-Detail
           IF SM-TaxID(StudentIdx) IS NUMERIC
               AND SM-TaxID(StudentIdx) NOT = ZEROS
               AND SM-TaxID(StudentIdx) = SM-TaxID(OtherIdx)
               MOVE "T" TO EV-Kind
               PERFORM WriteEvidence
           END-IF
           PERFORM CompareNames
           IF WS-NameMatch NOT = SPACE
               MOVE WS-NameMatch TO EV-Kind
               PERFORM WriteEvidence
           END-IF
           IF SM-Addr1(StudentIdx) NOT = SPACES
               AND SM-Addr1(StudentIdx) = SM-Addr1(OtherIdx)
               MOVE "A" TO EV-Kind
               PERFORM WriteEvidence
               IF SM-Addr2(StudentIdx) NOT = SPACES
                   AND SM-Addr2(StudentIdx) = SM-Addr2(OtherIdx)
                   MOVE "B" TO EV-Kind
                   PERFORM WriteEvidence
               END-IF
           END-IF.

      *> The strongest of the three name tests that holds.  The
      *> letter-level tests need four letters or more -- below that
      *> one letter's difference is a different name.
       CompareNames.
           MOVE SPACE TO WS-NameMatch
           IF SM-NameLen(StudentIdx) = ZERO
               OR SM-NameLen(OtherIdx) = ZERO
               EXIT PARAGRAPH
           END-IF
           IF SM-NameKey(StudentIdx) = SM-NameKey(OtherIdx)
               MOVE "N" TO WS-NameMatch
               EXIT PARAGRAPH
           END-IF
           IF SM-NameLen(StudentIdx) > 3 AND SM-NameLen(OtherIdx) > 3
               EVALUATE TRUE
                   WHEN SM-NameLen(StudentIdx) = SM-NameLen(OtherIdx)
                       PERFORM CheckOneLetterOff
                   WHEN SM-NameLen(StudentIdx) =
                       SM-NameLen(OtherIdx) + 1
                       MOVE StudentIdx TO WS-LongIdx
                       MOVE OtherIdx TO WS-ShortIdx
                       PERFORM CheckOneLetterMissing
                   WHEN SM-NameLen(OtherIdx) =
                       SM-NameLen(StudentIdx) + 1
                       MOVE OtherIdx TO WS-LongIdx
                       MOVE StudentIdx TO WS-ShortIdx
                       PERFORM CheckOneLetterMissing
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-NameMatch NOT = SPACE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF SM-Surname(StudentIdx) NOT = SPACES
               AND SM-Surname(StudentIdx) = SM-Surname(OtherIdx)
               AND SM-Initial(StudentIdx) = SM-Initial(OtherIdx)
               MOVE "I" TO WS-NameMatch
           END-IF.

      *> Same length: one letter wrong, or two neighbours swapped.
       CheckOneLetterOff.
           MOVE ZERO TO WS-Mismatches
           MOVE ZERO TO WS-FirstMismatch
           PERFORM VARYING WS-CharIdx FROM 1 BY 1
               UNTIL WS-CharIdx > SM-NameLen(StudentIdx)
               OR WS-Mismatches > 2
               IF SM-NameKey(StudentIdx)(WS-CharIdx:1) NOT =
                   SM-NameKey(OtherIdx)(WS-CharIdx:1)
                   ADD 1 TO WS-Mismatches
                   IF WS-FirstMismatch = ZERO
                       MOVE WS-CharIdx TO WS-FirstMismatch
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-Mismatches = 1
                   MOVE "S" TO WS-NameMatch
               WHEN WS-Mismatches = 2
                   AND WS-FirstMismatch < SM-NameLen(StudentIdx)
                   IF SM-NameKey(StudentIdx)(WS-FirstMismatch:1) =
                       SM-NameKey(OtherIdx)(WS-FirstMismatch + 1:1)
                       AND SM-NameKey(StudentIdx)
                       (WS-FirstMismatch + 1:1) =
                       SM-NameKey(OtherIdx)(WS-FirstMismatch:1)
                       MOVE "S" TO WS-NameMatch
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> One longer by a letter: past the first difference the rest
      *> of the longer name must be the rest of the shorter one.
       CheckOneLetterMissing.
           MOVE ZERO TO WS-FirstMismatch
           PERFORM VARYING WS-CharIdx FROM 1 BY 1
               UNTIL WS-CharIdx > SM-NameLen(WS-ShortIdx)
               OR WS-FirstMismatch > ZERO
               IF SM-NameKey(WS-LongIdx)(WS-CharIdx:1) NOT =
                   SM-NameKey(WS-ShortIdx)(WS-CharIdx:1)
                   MOVE WS-CharIdx TO WS-FirstMismatch
               END-IF
           END-PERFORM
           IF WS-FirstMismatch = ZERO
               MOVE "S" TO WS-NameMatch
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TailLen =
               SM-NameLen(WS-LongIdx) - WS-FirstMismatch
           IF SM-NameKey(WS-LongIdx)
               (WS-FirstMismatch + 1:WS-TailLen) =
               SM-NameKey(WS-ShortIdx)(WS-FirstMismatch:WS-TailLen)
               MOVE "S" TO WS-NameMatch
           END-IF.

      *> SORT's INPUT PROCEDURE for the evidence: the work file as
      *> the two passes left it.
       ReleaseEvidence.
           MOVE "N" TO WS-WorkEOF
           OPEN INPUT evidenceFile
           PERFORM UNTIL WS-WorkEOF = "Y"
               READ evidenceFile
                   AT END
                       MOVE "Y" TO WS-WorkEOF
                   NOT AT END
                       MOVE EvidenceRecord TO EvidenceWorkRecord
                       RELEASE EvidenceWorkRecord
               END-READ
           END-PERFORM
           CLOSE evidenceFile.

      *> SORT's OUTPUT PROCEDURE for the evidence: each pair's
      *> records arrive together; at the break the pair is scored
      *> and, at or over the minimum, written as a candidate.
       ScorePairs.
           OPEN OUTPUT candidateFile
           MOVE SPACES TO WS-PairWNbr1 WS-PairWNbr2
           MOVE "N" TO WS-WorkEOF
           PERFORM UNTIL WS-WorkEOF = "Y"
               RETURN evidenceWorkFile
                   AT END
                       MOVE "Y" TO WS-WorkEOF
                   NOT AT END
                       IF EW-WNbr1 NOT = WS-PairWNbr1
                           OR EW-WNbr2 NOT = WS-PairWNbr2
                           PERFORM ClosePair
                           PERFORM StartPair
                       END-IF
                       PERFORM AddPairEvidence
               END-RETURN
           END-PERFORM
           PERFORM ClosePair
           CLOSE candidateFile.

       StartPair.
           MOVE EW-WNbr1 TO WS-PairWNbr1
           MOVE EW-WNbr2 TO WS-PairWNbr2
           MOVE "N" TO WS-PairTax
           MOVE SPACE TO WS-PairName
           MOVE "N" TO WS-PairAddr1
           MOVE "N" TO WS-PairAddr2
           MOVE ZERO TO WS-PairOverlap
           MOVE SPACES TO WS-PairSample.

      *> Evidence kinds sort A B C I N S T, so the name tests are
      *> ranked here rather than by arrival.
       AddPairEvidence.
           EVALUATE EW-Kind
               WHEN "T"
                   MOVE "Y" TO WS-PairTax
               WHEN "N"
                   MOVE "N" TO WS-PairName
               WHEN "S"
                   IF WS-PairName NOT = "N"
                       MOVE "S" TO WS-PairName
                   END-IF
               WHEN "I"
                   IF WS-PairName = SPACE
                       MOVE "I" TO WS-PairName
                   END-IF
               WHEN "A"
                   MOVE "Y" TO WS-PairAddr1
               WHEN "B"
                   MOVE "Y" TO WS-PairAddr2
               WHEN "C"
                   IF WS-PairOverlap < 999
                       ADD 1 TO WS-PairOverlap
                   END-IF
                   IF WS-PairSample = SPACES
                       MOVE EW-Detail TO WS-PairSample
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ClosePair.
           IF WS-PairWNbr1 = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-PairScore
           IF WS-PairTax = "Y"
               ADD 50 TO WS-PairScore
           END-IF
           EVALUATE WS-PairName
               WHEN "N"
                   ADD 40 TO WS-PairScore
               WHEN "S"
                   ADD 30 TO WS-PairScore
               WHEN "I"
                   ADD 20 TO WS-PairScore
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-PairAddr1 = "Y"
               ADD 15 TO WS-PairScore
               IF WS-PairAddr2 = "Y"
                   ADD 10 TO WS-PairScore
               END-IF
           END-IF
           IF WS-PairOverlap > 3
               MOVE 30 TO WS-OverlapPoints
           ELSE
               COMPUTE WS-OverlapPoints = WS-PairOverlap * 10
           END-IF
           ADD WS-OverlapPoints TO WS-PairScore
           IF WS-PairScore < WS-MinScore
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckPairMerged
           IF WS-PairMerged = "Y"
               ADD 1 TO WS-MergedSkipped
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PairScore TO CD-Score
           MOVE WS-PairWNbr1 TO CD-WNbr1
           MOVE WS-PairWNbr2 TO CD-WNbr2
           MOVE WS-PairTax TO CD-TaxMatch
           MOVE WS-PairName TO CD-NameMatch
           MOVE ZERO TO CD-AddrLines
           IF WS-PairAddr1 = "Y"
               MOVE 1 TO CD-AddrLines
               IF WS-PairAddr2 = "Y"
                   MOVE 2 TO CD-AddrLines
               END-IF
           END-IF
           MOVE WS-PairOverlap TO CD-Overlap
           MOVE WS-PairSample TO CD-OverlapSample
           WRITE CandidateRecord
           ADD 1 TO WS-CandidateCount.

      *> A pair the maintenance log shows merged, either way round.
       CheckPairMerged.
           MOVE "N" TO WS-PairMerged
           PERFORM VARYING MergeIdx FROM 1 BY 1
               UNTIL MergeIdx > MergeCount OR WS-PairMerged = "Y"
               IF (MG-SourceWNbr(MergeIdx) = WS-PairWNbr1
                   AND MG-TargetWNbr(MergeIdx) = WS-PairWNbr2)
                   OR (MG-SourceWNbr(MergeIdx) = WS-PairWNbr2
                   AND MG-TargetWNbr(MergeIdx) = WS-PairWNbr1)
                   MOVE "Y" TO WS-PairMerged
               END-IF
           END-PERFORM.

       ReleaseCandidates.
           MOVE "N" TO WS-WorkEOF
           OPEN INPUT candidateFile
           PERFORM UNTIL WS-WorkEOF = "Y"
               READ candidateFile
                   AT END
                       MOVE "Y" TO WS-WorkEOF
                   NOT AT END
                       MOVE CandidateRecord TO CandidateWorkRecord
                       RELEASE CandidateWorkRecord
               END-READ
           END-PERFORM
           CLOSE candidateFile.

      *> SORT's OUTPUT PROCEDURE for the candidates: the review list,
      *> highest score first -- a heading, then per pair the two
      *> students, the evidence, and the merge a confirmed twin
      *> would take.
       PrintReviewList.
           OPEN OUTPUT reportFile
           MOVE SPACES TO ReportLine
           MOVE WS-MinScore TO WS-ScoreOut
           STRING "PROBABLE DUPLICATE STUDENT IDENTITIES   RUN ",
               WS-RunDate, "   MINIMUM SCORE ", WS-ScoreOut
               INTO ReportLine
           WRITE ReportRecord
           MOVE SPACES TO ReportLine
           STRING "REVIEW EACH PAIR -- A CONFIRMED TWIN IS FOLDED ",
               "IN BY AN M TRANSACTION ON P2HistTrans.dat"
               INTO ReportLine
           WRITE ReportRecord
           MOVE "N" TO WS-WorkEOF
           PERFORM UNTIL WS-WorkEOF = "Y"
               RETURN candidateWorkFile
                   AT END
                       MOVE "Y" TO WS-WorkEOF
                   NOT AT END
                       PERFORM PrintOneCandidate
               END-RETURN
           END-PERFORM
           MOVE SPACES TO ReportLine
           WRITE ReportRecord
           MOVE SPACES TO ReportLine
           MOVE StudentCount TO WS-CountOut
           STRING "W-NUMBERS COMPARED: ", WS-CountOut
               INTO ReportLine
           WRITE ReportRecord
           MOVE SPACES TO ReportLine
           MOVE WS-CandidateCount TO WS-CountOut
           STRING "CANDIDATE PAIRS:    ", WS-CountOut
               INTO ReportLine
           WRITE ReportRecord
           IF WS-MergedSkipped > ZERO
               MOVE SPACES TO ReportLine
               MOVE WS-MergedSkipped TO WS-CountOut
               STRING "ALREADY MERGED:     ", WS-CountOut,
                   "  (NOT LISTED)"
                   INTO ReportLine
               WRITE ReportRecord
           END-IF
           IF WS-TableOverflow = "Y"
               MOVE "** A TABLE OVERFLOWED -- THE LIST IS INCOMPLETE"
                   TO ReportLine
               WRITE ReportRecord
           END-IF
           CLOSE reportFile.

       PrintOneCandidate.
           MOVE SPACES TO ReportLine
           WRITE ReportRecord
           MOVE CW-WNbr1 TO WS-MaintSource
           PERFORM FindStudent
           MOVE SPACES TO ReportLine
           MOVE CW-Score TO WS-ScoreOut
           STRING "SCORE ", WS-ScoreOut INTO ReportLine
           PERFORM FormatStudentLine
           WRITE ReportRecord
           MOVE SM-Records(StudentFoundIdx) TO WS-Rec1
           MOVE CW-WNbr2 TO WS-MaintSource
           PERFORM FindStudent
           MOVE SPACES TO ReportLine
           PERFORM FormatStudentLine
           WRITE ReportRecord
           MOVE SM-Records(StudentFoundIdx) TO WS-Rec2
           PERFORM FormatEvidence
           MOVE SPACES TO ReportLine
           MOVE WS-Evidence TO ReportLine(13:98)
           WRITE ReportRecord
      *> The W-number with less history folds into the one with
      *> more; a tie goes to the older (lower) W-number.
           IF WS-Rec2 > WS-Rec1
               MOVE CW-WNbr1 TO WS-MergeSource
               MOVE CW-WNbr2 TO WS-MergeTarget
           ELSE
               MOVE CW-WNbr2 TO WS-MergeSource
               MOVE CW-WNbr1 TO WS-MergeTarget
           END-IF
           MOVE SPACES TO ReportLine
           STRING "IF CONFIRMED: M  ", WS-MergeSource, " INTO ",
               WS-MergeTarget INTO ReportLine(13:98)
           WRITE ReportRecord.

       FindStudent.
           MOVE ZERO TO StudentFoundIdx
           PERFORM VARYING StudentIdx FROM 1 BY 1
               UNTIL StudentIdx > StudentCount
               OR StudentFoundIdx > ZERO
               IF SM-WNbr(StudentIdx) = WS-MaintSource
                   MOVE StudentIdx TO StudentFoundIdx
               END-IF
           END-PERFORM.

      *> W-number, name, history span (or none), and a flag when the
      *> W-number has no demographic record, from column 13.
       FormatStudentLine.
           IF StudentFoundIdx = ZERO
               MOVE WS-MaintSource TO ReportLine(13:9)
               EXIT PARAGRAPH
           END-IF
           MOVE SM-WNbr(StudentFoundIdx) TO ReportLine(13:9)
           MOVE SM-Name(StudentFoundIdx) TO ReportLine(24:16)
           IF SM-Records(StudentFoundIdx) = ZERO
               MOVE "NO COURSE HISTORY" TO ReportLine(42:17)
           ELSE
               MOVE SM-Records(StudentFoundIdx) TO WS-RecordsOut
               STRING WS-RecordsOut, " RECS  ",
                   SM-FirstTerm(StudentFoundIdx), " - ",
                   SM-LastTerm(StudentFoundIdx)
                   DELIMITED BY SIZE INTO ReportLine(42:40)
           END-IF
           IF SM-OnDemo(StudentFoundIdx) = "N"
               MOVE "NO DEMOGRAPHIC RECORD" TO ReportLine(84:21)
           END-IF.

       FormatEvidence.
           MOVE SPACES TO WS-Evidence
           MOVE 1 TO WS-EvidencePtr
           IF CW-TaxMatch = "Y"
               STRING "SAME TAXPAYER ID  " DELIMITED BY SIZE
                   INTO WS-Evidence WITH POINTER WS-EvidencePtr
           END-IF
           EVALUATE CW-NameMatch
               WHEN "N"
                   STRING "SAME NAME  " DELIMITED BY SIZE
                       INTO WS-Evidence WITH POINTER WS-EvidencePtr
               WHEN "S"
                   STRING "SIMILAR NAME  " DELIMITED BY SIZE
                       INTO WS-Evidence WITH POINTER WS-EvidencePtr
               WHEN "I"
                   STRING "SAME SURNAME AND INITIAL  "
                       DELIMITED BY SIZE
                       INTO WS-Evidence WITH POINTER WS-EvidencePtr
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EVALUATE CW-AddrLines
               WHEN 2
                   STRING "SAME ADDRESS  " DELIMITED BY SIZE
                       INTO WS-Evidence WITH POINTER WS-EvidencePtr
               WHEN 1
                   STRING "SAME STREET ADDRESS  " DELIMITED BY SIZE
                       INTO WS-Evidence WITH POINTER WS-EvidencePtr
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF CW-Overlap > ZERO
               MOVE CW-Overlap TO WS-OverlapOut
               STRING "SHARED COURSE-TERMS:", WS-OverlapOut,
                   " (", CW-OverlapSample, ")" DELIMITED BY SIZE
                   INTO WS-Evidence WITH POINTER WS-EvidencePtr
           END-IF.

       WriteAuditHeader.
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "HDR ", WS-RunDate, " ", WS-RunTime,
               " P2DUPIDENT IN=P2Students.dat OUT=P2DupIdent.dat "
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
               " P2DUPIDENT STUDENTS=", StudentCount,
               " CANDIDATES=", WS-CandidateCount,
               " RC=", WS-CompletionCode, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
