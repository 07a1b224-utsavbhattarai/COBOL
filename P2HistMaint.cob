      *> fields) is logged there as REJECTED with its reason, and
      *> the master is only rewritten when at least one transaction
      *> applied.
      *> Approvals are checked, not just required: the authority on
      *> a grade change or renewal must be on the authorized-signer
      *> master P2Signers.dat for that transaction type, in effect
      *> on the run date, and -- for a grade change -- carry an
      *> hour limit at least the course's credit hours (checked by
      *> the CALLed P2Signer subprogram).  A grade change that
      *> moves the student across the probation line (PROBATION-GPA
      *> off P2Params.dat, cumulative GPA before and after off
      *> P2StuSummary.dat) needs a second, different authorized
      *> approver in the second authority column; so does any
      *> grade change for a student the summary cannot place, since
      *> the line cannot be ruled out.  A second approver keyed on
      *> any other grade change or renewal is checked the same way.
      *> The before/after GPA follows P2StuSum's own replay: the
      *> figures are the course's career's (P2Catalog.dat), and
      *> only a grade that counts toward GPA on the attempt that
      *> counts for the course -- not renewal-marked, not W/I/NP/
      *> AU, not superseded by a later retake -- moves them, an
      *> earlier attempt coming back in when the change takes the
      *> counted one out.  A summary that does not balance to its
      *> trailer or was built off an older history generation
      *> refuses the run (RC 12) until P2StuSum is rerun.
      *> Whatever else a run does to a record -- a merge re-keying
      *> it, a renewal mark, a name correction -- is logged as a
      *> RECORD-CHANGE before/after image pair after the record's
      *> grade change (if any), so every state the record passes
      *> through is on the log and P2AsOf can roll a student's
      *> history back to any past date.  Each promoted generation
      *> is dated on the generation log P2HistoryGenLog.dat, and
      *> every record the run adds, changes, or deletes goes on the
      *> shared change feed P2Delta.dat (P2Delta) before the new
      *> master is promoted -- a run whose feed cannot be written
      *> does not replace the master.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2HistMaint.
           SELECT genStateFile ASSIGN TO "P2HistoryGen.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GenStateStatus.
           SELECT genLogFile ASSIGN TO "P2HistoryGenLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GenLogStatus.
      *> Run-control parameter file shared with P2.cob -- only the
      *> GRADE-PTS-* keywords and the GEN-RETAIN generation count
      *> matter here, so a grade change prices its new grade from
           SELECT paramFile ASSIGN TO "P2Params.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParamStatus.
      *> Cumulative summary master, read for the graded hours and
      *> quality points a grade change's probation-line test starts
      *> from.  Optional (status 35): a student it cannot place
      *> needs two approvers.
           SELECT summaryFile ASSIGN TO "P2StuSummary.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SummaryStatus.
      *> Course catalog, read for each grade-changed course's
      *> career.  Optional (status 35): every course reads as UG,
      *> as P2StuSum reads it.
           SELECT catalogFile ASSIGN TO "P2Catalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CatalogStatus.
      *> Shared operations audit trail -- the HDR/TRL pair every
      *> program in the suite stamps, so an abended maintenance run
      *> shows up in the monitor as an HDR with no TRL.
      *> for the "G" transaction -- "N"/"M" transactions leave them
      *> blank, and older transaction files that end at column 35
      *> read back with them as SPACES, so nothing already keyed has
      *> to change.  MT-Authority2, the second approver, was
      *> appended the same way after MT-Authority.
       FD transactionFile.
       01 TransactionRecord.
        02 MT-Action PIC X(1).
        02 MT-NewGrade PIC X(2).
        02 MT-ReasonCode PIC X(4).
        02 MT-Authority PIC X(20).
        02 MT-Authority2 PIC X(20).

       FD historyFile.
       01 HistoryRecord.

      *> Widened from 100 so a grade change's BEFORE/AFTER lines can
      *> carry the full 89-byte master record image.
       FD summaryFile.
       01 SummaryRecord.
           COPY "SUMMST.CPY".

       FD catalogFile.
       01 CatalogRecord.
        02 CAT-Course PIC X(9).
        02 CAT-CourseD PIC X(28).
        02 CAT-CreditHr PIC 9.
        02 CAT-EffFromText PIC X(5).
        02 CAT-EffToText PIC X(5).
        02 CAT-Career PIC X(2).

       FD maintAuditFile.
       01 MaintAuditRecord.
        02 MaintAuditLine PIC X(132).
       01 GenStateRecord.
        02 GS-LastGen PIC 9(4).

       FD genLogFile.
       01 GenLogRecord.
           COPY "GENLOG.CPY".

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-TransactionStatus PIC XX VALUE SPACES.
       01 WS-SummaryStatus PIC XX VALUE SPACES.
       01 WS-SummaryEOF PIC X VALUE "N".
       01 WS-CatalogStatus PIC XX VALUE SPACES.
       01 WS-CatalogEOF PIC X VALUE "N".
       01 WS-GradeChanges PIC 999 VALUE ZERO.
      *> The summary master's trailer carries the history
      *> generation it was built from after the usual totals.
       01 WS-SumTrailer.
        02 WS-SM-Tag PIC X(6).
        02 FILLER PIC X(1).
        02 WS-SM-Count PIC 9(9).
        02 WS-SM-Hash1 PIC 9(9).
        02 WS-SM-Hash2 PIC 9(9).
        02 WS-SM-HistGen PIC 9(4).
       01 WS-GenFileStatus PIC XX VALUE SPACES.
       01 WS-GenStateStatus PIC XX VALUE SPACES.
       01 WS-GenLogStatus PIC XX VALUE SPACES.
       01 WS-GenCopyEOF PIC X VALUE "N".
      *> Set when the promote could not replace the live master --
      *> the audit trailer must not read NORMAL for a run whose
               03 TR-NewGrade PIC X(2) VALUE SPACES.
               03 TR-ReasonCode PIC X(4) VALUE SPACES.
               03 TR-Authority PIC X(20) VALUE SPACES.
               03 TR-Authority2 PIC X(20) VALUE SPACES.
               03 TR-SourceFound PIC X(1) VALUE "N".
               03 TR-TargetName PIC X(16) VALUE SPACES.
               03 TR-RecordFound PIC X(1) VALUE "N".
      *> Renewal transactions: the cutoff term's chronological key,
      *> captured off the master during the existence pass.
               03 TR-CutoffKey PIC 9(5) VALUE ZERO.
      *> Grade changes: the named record's credit hours, current
      *> grade and quality points, transfer flag, and renewal mark,
      *> captured off the master during the existence pass; the
      *> latest counted attempt of the same course before it (and
      *> whether a counted retake follows it); the course's career
      *> off the catalog; and both careers' graded hours and
      *> quality points off the summary -- what the probation-line
      *> test works from.
               03 TR-CreditHr PIC 9(1) VALUE ZERO.
               03 TR-OldGrade PIC X(2) VALUE SPACES.
               03 TR-OldQP PIC 99V99 VALUE ZERO.
               03 TR-TransferFlag PIC X(1) VALUE SPACE.
               03 TR-OldRenewal PIC X(1) VALUE SPACE.
               03 TR-PriorFound PIC X(1) VALUE "N".
               03 TR-PriorCreditHr PIC 9(1) VALUE ZERO.
               03 TR-PriorGrade PIC X(2) VALUE SPACES.
               03 TR-PriorQP PIC 99V99 VALUE ZERO.
               03 TR-PriorTransfer PIC X(1) VALUE SPACE.
               03 TR-LaterFound PIC X(1) VALUE "N".
               03 TR-Career PIC X(2) VALUE "UG".
               03 TR-SumFound PIC X(1) VALUE "N".
               03 TR-SumUGHrs PIC 9(4)V99 VALUE ZERO.
               03 TR-SumUGQP PIC 9(4)V99 VALUE ZERO.
               03 TR-SumGRHrs PIC 9(4)V99 VALUE ZERO.
               03 TR-SumGRQP PIC 9(4)V99 VALUE ZERO.
               03 TR-Crossing PIC X(1) VALUE "N".
               03 TR-Valid PIC X(1) VALUE "N".
               03 TR-Reason PIC X(30) VALUE SPACES.
       01 TransactionCount PIC 999 VALUE ZERO.
      *> Working fields for one grade change's apply: the record
      *> image before the change, and the recomputed quality points.
       01 WS-BeforeImage PIC X(89) VALUE SPACES.
      *> The record as the log last saw it -- as read, or as a
      *> grade change left it.
       01 WS-ChainImage PIC X(89) VALUE SPACES.
       01 WS-NewQP PIC 99V99 VALUE ZERO.
      *> ComputeGradeQP's inputs -- the grade and credit hours to
      *> price; the answer comes back in WS-NewQP.
       01 WS-QPGrade PIC X(2) VALUE SPACES.
       01 WS-QPCreditHr PIC 9(1) VALUE ZERO.
      *> Probation-line test: the same PROBATION-GPA line P2.cob
      *> flags probation at, and the student's cumulative GPA
      *> figures before and after the change.  Signed -- a summary
      *> that disagrees with the master can drive the arithmetic
      *> below zero, and that is read as "cannot place".
       01 WS-ProbationGPA PIC 9V99 VALUE 2.00.
       01 WS-GPAHrs PIC S9(4)V99 VALUE ZERO.
       01 WS-GPAQP PIC S9(4)V99 VALUE ZERO.
       01 WS-GPABefore PIC 9V99 VALUE ZERO.
       01 WS-GPAAfter PIC 9V99 VALUE ZERO.
       01 WS-ProbBefore PIC X VALUE "N".
       01 WS-ProbAfter PIC X VALUE "N".
      *> One attempt's share of the GPA figures, taken out of or
      *> put back into WS-GPAHrs / WS-GPAQP.
       01 WS-AttGrade PIC X(2) VALUE SPACES.
       01 WS-AttCreditHr PIC 9(1) VALUE ZERO.
       01 WS-AttQP PIC 99V99 VALUE ZERO.
       01 WS-AttTransfer PIC X(1) VALUE SPACE.
      *> Both approvers as they land on the audit line.
       01 WS-ApproverText PIC X(45) VALUE SPACES.
      *> Request block for the CALLed P2Signer subprogram.
       01 SignerRequest.
        02 SignReqSigner PIC X(20) VALUE SPACES.
        02 SignReqType PIC X(8) VALUE SPACES.
        02 SignReqDate PIC 9(8) VALUE ZERO.
        02 SignReqAmountType PIC X(1) VALUE SPACE.
        02 SignReqAmount PIC 9(7)V99 VALUE ZERO.
        02 SignReqResult PIC X(1) VALUE SPACE.
        02 SignReqReason PIC X(30) VALUE SPACES.
      *> Request block for the CALLed P2Delta change-feed writer.
       01 DeltaRequest.
        02 DeltaReqMaster PIC X(8) VALUE SPACES.
        02 DeltaReqOldFile PIC X(40) VALUE SPACES.
        02 DeltaReqNewFile PIC X(40) VALUE SPACES.
        02 DeltaReqProgram PIC X(12) VALUE SPACES.
        02 DeltaReqResult PIC X(1) VALUE SPACE.
        02 DeltaReqAdds PIC 9(7) VALUE ZERO.
        02 DeltaReqChanges PIC 9(7) VALUE ZERO.
        02 DeltaReqDeletes PIC 9(7) VALUE ZERO.
      *> Interlock request block for the CALLed P2Lock subprogram
      *> -- this program rewrites the history master, so it takes
      *> the HISTORY lock exclusive for the whole run.
       END-IF.
       PERFORM AcquireMasterLock.
       PERFORM VerifyHistoryMaster.
       PERFORM LoadSummaryFigures.
       PERFORM WriteAuditHeader.
       PERFORM OpenMaintAudit.
       PERFORM ExistencePass.
       PERFORM LoadCourseCareers.
       PERFORM ValidateTransactions.
       IF WS-TransApplied = ZERO
           PERFORM WriteAuditSummary
       PERFORM ReleaseMasterLock.
       IF WS-PromoteFailed = "N"
           PERFORM RebuildKeyedTwin
           PERFORM RebuildSummaryMaster
       END-IF.
       STOP RUN.

                               TR-ReasonCode(TransactionCount)
                           MOVE MT-Authority TO
                               TR-Authority(TransactionCount)
                           MOVE MT-Authority2 TO
                               TR-Authority2(TransactionCount)
                       ELSE
                           MOVE "YES" TO WS-TableOverflow
                       END-IF
                               TR-Course(TransactionIdx)
                               MOVE "Y" TO
                                   TR-RecordFound(TransactionIdx)
                               MOVE HM-CreditHr TO
                                   TR-CreditHr(TransactionIdx)
                               MOVE HM-Grade TO
                                   TR-OldGrade(TransactionIdx)
                               MOVE HM-QP TO
                                   TR-OldQP(TransactionIdx)
                               MOVE HM-TransferFlag TO
                                   TR-TransferFlag(TransactionIdx)
                               MOVE HM-RenewalFlag TO
                                   TR-OldRenewal(TransactionIdx)
                           END-IF
                           IF TR-Action(TransactionIdx) = "G"
                               AND HM-StudentWNbr =
                               TR-StudentWNbr(TransactionIdx)
                               AND HM-Course =
                               TR-Course(TransactionIdx)
                               AND HM-Years NOT =
                               TR-Years(TransactionIdx)
                               PERFORM NoteOtherAttempt
                           END-IF
                           IF TR-Action(TransactionIdx) = "R"
                               AND HM-StudentWNbr =
               CLOSE historyFile
           END-IF.

      *> Another attempt of a grade-changed course.  Only one that
      *> counts toward the cumulative figures (not renewal-marked,
      *> not W/I/NP/AU -- P2StuSum's replay skips those without
      *> replacing anything) matters: before the named record it is
      *> the attempt the named one replaced, after it the retake
      *> that supersedes it.
       NoteOtherAttempt.
           IF HM-RenewalFlag = "R"
               OR HM-Grade = "W" OR HM-Grade = "I"
               OR HM-Grade = "NP" OR HM-Grade = "AU"
               EXIT PARAGRAPH
           END-IF
           IF TR-RecordFound(TransactionIdx) = "Y"
               MOVE "Y" TO TR-LaterFound(TransactionIdx)
           ELSE
               MOVE "Y" TO TR-PriorFound(TransactionIdx)
               MOVE HM-CreditHr TO TR-PriorCreditHr(TransactionIdx)
               MOVE HM-Grade TO TR-PriorGrade(TransactionIdx)
               MOVE HM-QP TO TR-PriorQP(TransactionIdx)
               MOVE HM-TransferFlag TO
                   TR-PriorTransfer(TransactionIdx)
           END-IF.

      *> Each grade-changed course's career off the catalog -- the
      *> last entry for the course wins, and anything but GR is UG,
      *> exactly as P2StuSum files the course's hours.
       LoadCourseCareers.
           IF WS-GradeChanges = ZERO
               EXIT PARAGRAPH
           END-IF
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
                       PERFORM VARYING TransactionIdx FROM 1 BY 1
                           UNTIL TransactionIdx > TransactionCount
                           IF TR-Action(TransactionIdx) = "G"
                               AND TR-Course(TransactionIdx) =
                                   CAT-Course
                               IF CAT-Career = "GR"
                                   MOVE "GR" TO
                                       TR-Career(TransactionIdx)
                               ELSE
                                   MOVE "UG" TO
                                       TR-Career(TransactionIdx)
                               END-IF
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           IF WS-CatalogStatus NOT = "35"
               CLOSE catalogFile
           END-IF.

      *> Decides which transactions apply, logging each verdict.  A
      *> merge into a W-number with no records is allowed -- that is
      *> how a plain renumber is keyed -- but the folded records
                   WHEN OTHER
                       MOVE "Y" TO TR-Valid(TransactionIdx)
               END-EVALUATE
               IF TR-Valid(TransactionIdx) = "Y"
                   AND (TR-Action(TransactionIdx) = "G"
                   OR TR-Action(TransactionIdx) = "R")
                   PERFORM CheckApprovers
               END-IF
               IF TR-Valid(TransactionIdx) = "Y"
                   ADD 1 TO WS-TransApplied
                   PERFORM LogAppliedTransaction
                       TR-TargetWNbr(TransactionIdx)
                       INTO MaintAuditLine
               WHEN "G"
                   PERFORM BuildApproverText
                   STRING WS-RunDate, " ", WS-RunTime,
                       " APPLIED GRADE-CHANGE ",
                       TR-StudentWNbr(TransactionIdx), " ",
                       TR-Course(TransactionIdx), " -> ",
                       TR-NewGrade(TransactionIdx),
                       " REASON=", TR-ReasonCode(TransactionIdx),
                       " BY ", WS-ApproverText
                       INTO MaintAuditLine
               WHEN "R"
                   PERFORM BuildApproverText
                   STRING WS-RunDate, " ", WS-RunTime,
                       " APPLIED RENEWAL ",
                       TR-StudentWNbr(TransactionIdx),
                       " THRU ", TR-Years(TransactionIdx),
                       " REF=", WS-ApproverText
                       INTO MaintAuditLine
           END-EVALUATE
           WRITE MaintAuditRecord.

      *> One approver, or both joined with "+", trailing blanks
      *> squeezed out so the pair fits the audit line.
       BuildApproverText.
           MOVE SPACES TO WS-ApproverText
           IF TR-Authority2(TransactionIdx) = SPACES
               MOVE TR-Authority(TransactionIdx) TO WS-ApproverText
           ELSE
               STRING TR-Authority(TransactionIdx)
                   DELIMITED BY "  ",
                   "+" DELIMITED BY SIZE,
                   TR-Authority2(TransactionIdx)
                   DELIMITED BY "  "
                   INTO WS-ApproverText
           END-IF.

      *> The approver (and any second approver) must be on the
      *> signer master for this transaction type.  A grade change
      *> is measured in the course's credit hours against any hour
      *> limit; a renewal carries no amount.  A grade change across
      *> the probation line must have a second approver, and the
      *> two must be different people.
       CheckApprovers.
           MOVE TR-Authority(TransactionIdx) TO SignReqSigner
           PERFORM CallSigner
           IF SignReqResult NOT = "Y"
               MOVE "N" TO TR-Valid(TransactionIdx)
               MOVE SignReqReason TO TR-Reason(TransactionIdx)
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TR-Crossing(TransactionIdx)
           IF TR-Action(TransactionIdx) = "G"
               PERFORM CheckProbationCrossing
           END-IF
           EVALUATE TRUE
               WHEN TR-Authority2(TransactionIdx) = SPACES
                   AND TR-Crossing(TransactionIdx) = "Y"
                   MOVE "N" TO TR-Valid(TransactionIdx)
                   MOVE "PROBATION LINE -- 2ND APPROVER"
                       TO TR-Reason(TransactionIdx)
               WHEN TR-Authority2(TransactionIdx) = SPACES
                   CONTINUE
               WHEN TR-Authority2(TransactionIdx) =
                   TR-Authority(TransactionIdx)
                   MOVE "N" TO TR-Valid(TransactionIdx)
                   MOVE "APPROVERS NOT DISTINCT"
                       TO TR-Reason(TransactionIdx)
               WHEN OTHER
                   MOVE TR-Authority2(TransactionIdx)
                       TO SignReqSigner
                   PERFORM CallSigner
                   IF SignReqResult NOT = "Y"
                       MOVE "N" TO TR-Valid(TransactionIdx)
                       MOVE SPACES TO TR-Reason(TransactionIdx)
                       STRING "2ND " DELIMITED BY SIZE,
                           SignReqReason DELIMITED BY SIZE
                           INTO TR-Reason(TransactionIdx)
                   END-IF
           END-EVALUATE.

       CallSigner.
           MOVE WS-RunDate TO SignReqDate
           IF TR-Action(TransactionIdx) = "G"
               MOVE "GRADECHG" TO SignReqType
               MOVE "H" TO SignReqAmountType
               MOVE TR-CreditHr(TransactionIdx) TO SignReqAmount
           ELSE
               MOVE "RENEWAL" TO SignReqType
               MOVE SPACE TO SignReqAmountType
               MOVE ZERO TO SignReqAmount
           END-IF
           CALL "P2Signer" USING SignerRequest.

      *> Cumulative GPA before the change is the summary's graded
      *> hours and quality points for the course's career; after
      *> it, whatever the course counted for comes out and whatever
      *> it counts for with the new grade goes in.  The named
      *> record counts only when its grade does (not W/I/NP/AU) and
      *> no later attempt supersedes it; when it does not count,
      *> the earlier attempt it would replace does.  A renewal-
      *> marked record, or one a later retake supersedes, moves
      *> nothing.  Below the line on one side and not the other is
      *> a crossing.  A student the summary does not carry, or
      *> figures that do not reconcile with the record, cannot be
      *> placed and count as crossing.
       CheckProbationCrossing.
           IF TR-SumFound(TransactionIdx) NOT = "Y"
               MOVE "Y" TO TR-Crossing(TransactionIdx)
               EXIT PARAGRAPH
           END-IF
           IF TR-Career(TransactionIdx) = "GR"
               MOVE TR-SumGRHrs(TransactionIdx) TO WS-GPAHrs
               MOVE TR-SumGRQP(TransactionIdx) TO WS-GPAQP
           ELSE
               MOVE TR-SumUGHrs(TransactionIdx) TO WS-GPAHrs
               MOVE TR-SumUGQP(TransactionIdx) TO WS-GPAQP
           END-IF
           MOVE "N" TO WS-ProbBefore
           IF WS-GPAHrs > ZERO
               COMPUTE WS-GPABefore = WS-GPAQP / WS-GPAHrs
               IF WS-GPABefore < WS-ProbationGPA
                   MOVE "Y" TO WS-ProbBefore
               END-IF
           END-IF
           IF TR-OldRenewal(TransactionIdx) = "R"
               OR TR-LaterFound(TransactionIdx) = "Y"
               EXIT PARAGRAPH
           END-IF
           IF TR-OldGrade(TransactionIdx) NOT = "W"
               AND TR-OldGrade(TransactionIdx) NOT = "I"
               AND TR-OldGrade(TransactionIdx) NOT = "NP"
               AND TR-OldGrade(TransactionIdx) NOT = "AU"
               MOVE TR-OldGrade(TransactionIdx) TO WS-AttGrade
               MOVE TR-CreditHr(TransactionIdx) TO WS-AttCreditHr
               MOVE TR-OldQP(TransactionIdx) TO WS-AttQP
               MOVE TR-TransferFlag(TransactionIdx) TO WS-AttTransfer
               PERFORM TakeOutAttempt
           ELSE
               IF TR-PriorFound(TransactionIdx) = "Y"
                   PERFORM LoadPriorAttempt
                   PERFORM TakeOutAttempt
               END-IF
           END-IF
           IF WS-GPAHrs < ZERO OR WS-GPAQP < ZERO
               MOVE "Y" TO TR-Crossing(TransactionIdx)
               EXIT PARAGRAPH
           END-IF
           IF TR-NewGrade(TransactionIdx) NOT = "W"
               AND TR-NewGrade(TransactionIdx) NOT = "I"
               MOVE TR-NewGrade(TransactionIdx) TO WS-AttGrade
               MOVE TR-CreditHr(TransactionIdx) TO WS-AttCreditHr
               MOVE TR-TransferFlag(TransactionIdx) TO WS-AttTransfer
               MOVE ZERO TO WS-AttQP
               IF WS-AttTransfer NOT = "Y" AND WS-AttTransfer NOT = "E"
                   MOVE TR-NewGrade(TransactionIdx) TO WS-QPGrade
                   MOVE TR-CreditHr(TransactionIdx) TO WS-QPCreditHr
                   PERFORM ComputeGradeQP
                   MOVE WS-NewQP TO WS-AttQP
               END-IF
               PERFORM PutInAttempt
           ELSE
               IF TR-PriorFound(TransactionIdx) = "Y"
                   PERFORM LoadPriorAttempt
                   PERFORM PutInAttempt
               END-IF
           END-IF
           MOVE "N" TO WS-ProbAfter
           IF WS-GPAHrs > ZERO
               COMPUTE WS-GPAAfter = WS-GPAQP / WS-GPAHrs
               IF WS-GPAAfter < WS-ProbationGPA
                   MOVE "Y" TO WS-ProbAfter
               END-IF
           END-IF
           IF WS-ProbBefore NOT = WS-ProbAfter
               MOVE "Y" TO TR-Crossing(TransactionIdx)
           END-IF.

       LoadPriorAttempt.
           MOVE TR-PriorGrade(TransactionIdx) TO WS-AttGrade
           MOVE TR-PriorCreditHr(TransactionIdx) TO WS-AttCreditHr
           MOVE TR-PriorQP(TransactionIdx) TO WS-AttQP
           MOVE TR-PriorTransfer(TransactionIdx) TO WS-AttTransfer.

      *> A P grade never counted toward graded hours, and transfer
      *> or exam credit never carries points.
       TakeOutAttempt.
           IF WS-AttGrade NOT = "P"
               SUBTRACT WS-AttCreditHr FROM WS-GPAHrs
           END-IF
           IF WS-AttTransfer NOT = "Y" AND WS-AttTransfer NOT = "E"
               SUBTRACT WS-AttQP FROM WS-GPAQP
           END-IF.

       PutInAttempt.
           IF WS-AttGrade NOT = "P"
               ADD WS-AttCreditHr TO WS-GPAHrs
           END-IF
           IF WS-AttTransfer NOT = "Y" AND WS-AttTransfer NOT = "E"
               ADD WS-AttQP TO WS-GPAQP
           END-IF.

      *> One pass of the summary master picking up each grade
      *> change's student.  Taken under the SUMMARY lock shared, as
      *> every summary reader does; a summary that is locked or not
      *> on file leaves every grade change needing two approvers.
      *> One on file is first re-added against its CTLTRL trailer
      *> and its history generation checked against the live one,
      *> as P2SAP, P2Audit, and P2WhatIf check it -- a summary that
      *> does not balance, or predates the master, refuses the run
      *> before anything is logged.  A run with no grade change
      *> has no use for the summary and does not read it.
       LoadSummaryFigures.
           MOVE ZERO TO WS-GradeChanges
           PERFORM VARYING TransactionIdx FROM 1 BY 1
               UNTIL TransactionIdx > TransactionCount
               IF TR-Action(TransactionIdx) = "G"
                   ADD 1 TO WS-GradeChanges
               END-IF
           END-PERFORM
           IF WS-GradeChanges = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "SUMMARY" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           MOVE "P2HISTMAINT" TO LockReqProgram
           CALL "P2Lock" USING LockRequest
           IF LockReqResult NOT = "Y"
               DISPLAY "P2HISTMAINT: SUMMARY LOCKED -- GRADE "
                   "CHANGES NEED TWO APPROVERS THIS RUN"
               PERFORM RestoreHistoryLockBlock
               EXIT PARAGRAPH
           END-IF
           PERFORM VerifySummaryMaster
           MOVE "N" TO WS-SummaryEOF
           OPEN INPUT summaryFile
           IF WS-SummaryStatus NOT = "00"
               MOVE "Y" TO WS-SummaryEOF
           END-IF
           PERFORM UNTIL WS-SummaryEOF = "Y"
               READ summaryFile
                   AT END
                       MOVE "Y" TO WS-SummaryEOF
                   NOT AT END
                       IF SummaryRecord(1:6) NOT = "CTLTRL"
                           AND SU-Overflow NOT = "Y"
                           PERFORM NoteSummaryFigures
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SummaryStatus NOT = "35"
               CLOSE summaryFile
           END-IF
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest
           PERFORM RestoreHistoryLockBlock.

       VerifySummaryMaster.
           MOVE ZERO TO WS-VfyCount
           MOVE ZERO TO WS-VfyHash1
           MOVE ZERO TO WS-VfyHash2
           MOVE "N" TO WS-VfyTrailerSeen
           MOVE "N" TO WS-VfyEOF
           OPEN INPUT summaryFile
           IF WS-SummaryStatus NOT = "00"
               EXIT PARAGRAPH
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
               DISPLAY "P2HISTMAINT ABORTED: P2StuSummary.dat DOES "
                   "NOT BALANCE TO ITS INTEGRITY TRAILER -- RUN "
                   "P2StuSum"
               PERFORM AbortOnSummary
           END-IF
           MOVE ZERO TO WS-LastGenNbr
           OPEN INPUT genStateFile
           IF WS-GenStateStatus = "00"
               READ genStateFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GS-LastGen IS NUMERIC
                           MOVE GS-LastGen TO WS-LastGenNbr
                       END-IF
               END-READ
               CLOSE genStateFile
           END-IF
           IF WS-SM-HistGen NOT = WS-LastGenNbr
               DISPLAY "P2HISTMAINT ABORTED: P2StuSummary.dat BUILT "
                   "FROM HISTORY GENERATION " WS-SM-HistGen
                   ", LIVE MASTER IS " WS-LastGenNbr
                   " -- RUN P2StuSum"
               PERFORM AbortOnSummary
           END-IF.

      *> Nothing has been logged or written yet; both locks go back
      *> and the master is left untouched.
       AbortOnSummary.
           MOVE "SUMMARY" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest
           PERFORM RestoreHistoryLockBlock
           PERFORM ReleaseMasterLock
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       NoteSummaryFigures.
           PERFORM VARYING TransactionIdx FROM 1 BY 1
               UNTIL TransactionIdx > TransactionCount
               IF TR-Action(TransactionIdx) = "G"
                   AND SU-StudentWNbr =
                       TR-StudentWNbr(TransactionIdx)
                   MOVE "Y" TO TR-SumFound(TransactionIdx)
                   MOVE SU-UGGradedHrs TO
                       TR-SumUGHrs(TransactionIdx)
                   MOVE SU-UGQP TO TR-SumUGQP(TransactionIdx)
                   MOVE SU-GRGradedHrs TO
                       TR-SumGRHrs(TransactionIdx)
                   MOVE SU-GRQP TO TR-SumGRQP(TransactionIdx)
               END-IF
           END-PERFORM.

      *> The lock block is shared with the HISTORY hold taken at
      *> start of run; put it back so ReleaseMasterLock releases
      *> the right lock.
       RestoreHistoryLockBlock.
           MOVE "HISTORY" TO LockReqName
           MOVE "X" TO LockReqMode.

       LogRejectedTransaction.
           MOVE SPACES TO MaintAuditLine
           STRING WS-RunDate, " ", WS-RunTime,
      *> into a target this batch must also pick up a name
      *> correction keyed against that target in the same batch.
       ApplyToOneRecord.
           MOVE HistoryRecord TO WS-ChainImage
           PERFORM VARYING TransactionIdx FROM 1 BY 1
               UNTIL TransactionIdx > TransactionCount
               IF TR-Valid(TransactionIdx) = "Y"
                   MOVE TR-NewName(TransactionIdx) TO
                       HM-StudentName
               END-IF
           END-PERFORM
           IF HistoryRecord(1:89) NOT = WS-ChainImage
               MOVE SPACES TO MaintAuditLine
               STRING WS-RunDate, " ", WS-RunTime,
                   " RECORD-CHANGE BEFORE ", WS-ChainImage
                   INTO MaintAuditLine
               WRITE MaintAuditRecord
               MOVE SPACES TO MaintAuditLine
               STRING WS-RunDate, " ", WS-RunTime,
                   " RECORD-CHANGE AFTER  ", HistoryRecord(1:89)
                   INTO MaintAuditLine
               WRITE MaintAuditRecord
           END-IF.

      *> Rewrites the in-hand master record's grade and recomputes
      *> its quality points from the scale, logging the record's
      *> byte-for-byte before and after images so the auditor can
      *> see exactly what changed.  Transfer and exam credit keep
      *> zero quality points whatever the grade, same as
      *> ComputeQualityPoints; F/W/I earn zero.
       ApplyGradeChange.
           MOVE HistoryRecord TO WS-BeforeImage
           MOVE TR-NewGrade(TransactionIdx) TO HM-Grade
           IF HM-TransferFlag = "Y" OR HM-TransferFlag = "E"
               MOVE ZERO TO WS-NewQP
           ELSE
               MOVE HM-Grade TO WS-QPGrade
               MOVE HM-CreditHr TO WS-QPCreditHr
               PERFORM ComputeGradeQP
           END-IF
           MOVE WS-NewQP TO HM-QP
           MOVE SPACES TO MaintAuditLine
           STRING WS-RunDate, " ", WS-RunTime,
               " GRADE-CHANGE AFTER  ", HistoryRecord(1:89)
               INTO MaintAuditLine
           WRITE MaintAuditRecord
           MOVE HistoryRecord TO WS-ChainImage.

      *> Prices one grade off the scale: WS-QPGrade at
      *> WS-QPCreditHr hours into WS-NewQP.  F/W/I earn zero.
       ComputeGradeQP.
           EVALUATE WS-QPGrade
               WHEN "A+"
                   MULTIPLY WS-GP-APlus BY WS-QPCreditHr
                       GIVING WS-NewQP
               WHEN "A"
                   MULTIPLY WS-GP-A BY WS-QPCreditHr
                       GIVING WS-NewQP
               WHEN "A-"
                   MULTIPLY WS-GP-AMinus BY WS-QPCreditHr
                       GIVING WS-NewQP
               WHEN "B+"
                   MULTIPLY WS-GP-BPlus BY WS-QPCreditHr
                       GIVING WS-NewQP
               WHEN "B"
                   MULTIPLY WS-GP-B BY WS-QPCreditHr
                       GIVING WS-NewQP
               WHEN "B-"
                   MULTIPLY WS-GP-BMinus BY WS-QPCreditHr
                       GIVING WS-NewQP
               WHEN "C+"
                   MULTIPLY WS-GP-CPlus BY WS-QPCreditHr
                       GIVING WS-NewQP
               WHEN "C"
                   MULTIPLY WS-GP-C BY WS-QPCreditHr
                       GIVING WS-NewQP
               WHEN "C-"
                   MULTIPLY WS-GP-CMinus BY WS-QPCreditHr
                       GIVING WS-NewQP
               WHEN "D+"
                   MULTIPLY WS-GP-DPlus BY WS-QPCreditHr
                       GIVING WS-NewQP
               WHEN "D"
                   MULTIPLY WS-GP-D BY WS-QPCreditHr
                       GIVING WS-NewQP
               WHEN "D-"
                   MULTIPLY WS-GP-DMinus BY WS-QPCreditHr
                       GIVING WS-NewQP
               WHEN OTHER
                   MOVE ZERO TO WS-NewQP
           END-EVALUATE.

      *> Reads the shared run-control parameter file for the
      *> GRADE-PTS-* keywords and PROBATION-GPA -- every other
      *> keyword in the file belongs to P2.cob and is skipped
      *> without comment here.
       ReadRunParams.
           MOVE "N" TO WS-ParamEOF
           OPEN INPUT paramFile
               WHEN "GRADE-PTS-D-"
                   COMPUTE WS-GP-DMinus =
                       FUNCTION NUMVAL(WS-ParamValue)
               WHEN "PROBATION-GPA"
                   COMPUTE WS-ProbationGPA =
                       FUNCTION NUMVAL(WS-ParamValue)
               WHEN "GEN-RETAIN"
                   COMPUTE WS-GenRetain =
                       FUNCTION NUMVAL(WS-ParamValue)
           MOVE SPACES TO WS-GenFileName
           STRING "P2History.G", WS-NewGenNbr INTO WS-GenFileName.

      *> The change feed for this rewrite, off the live master and
      *> the generation about to replace it (P2Delta).
       WriteChangeFeed.
           MOVE "HISTORY" TO DeltaReqMaster
           MOVE "P2History.dat" TO DeltaReqOldFile
           MOVE WS-GenFileName TO DeltaReqNewFile
           MOVE "P2HISTMAINT" TO DeltaReqProgram
           CALL "P2Delta" USING DeltaRequest
           IF DeltaReqResult = "Y"
               DISPLAY "P2HISTMAINT: CHANGE FEED ADDS: " DeltaReqAdds
                   "  CHANGES: " DeltaReqChanges
                   "  DELETES: " DeltaReqDeletes
           END-IF.

      *> Clean end of job only: copies the just-written generation
      *> onto the live master name and records the new generation
      *> number.
       PromoteNewMaster.
           MOVE "N" TO WS-GenCopyEOF
           PERFORM WriteChangeFeed
           IF DeltaReqResult NOT = "Y"
               DISPLAY "P2HISTMAINT: CHANGE FEED NOT WRITTEN -- "
                   "MASTER NOT REPLACED"
               MOVE "Y" TO WS-PromoteFailed
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT generationFile
           IF WS-GenFileStatus NOT = "00"
               DISPLAY "P2HISTMAINT: GENERATION "
           OPEN OUTPUT genStateFile
           MOVE WS-NewGenNbr TO GS-LastGen
           WRITE GenStateRecord
           CLOSE genStateFile
           PERFORM LogGeneration.

      *> Dates the generation just promoted on the generation log.
       LogGeneration.
           OPEN EXTEND genLogFile
           IF WS-GenLogStatus = "35"
               OPEN OUTPUT genLogFile
           END-IF
           MOVE SPACES TO GenLogRecord
           MOVE WS-NewGenNbr TO GL-GenNbr
           ACCEPT GL-Date FROM DATE YYYYMMDD
           ACCEPT GL-Time FROM TIME
           MOVE "P2HISTMAINT" TO GL-Program
           MOVE "MAINT" TO GL-Action
           WRITE GenLogRecord
           CLOSE genLogFile.

      *> Drops the one generation that just aged past the retention
      *> count.
               "(P2HistKey LOAD)"
           MOVE "./P2HistKey LOAD" TO WS-SystemCommand
           CALL "SYSTEM" USING WS-SystemCommand.

      *> The cumulative summary P2StuSummary.dat is stamped with the
      *> history generation it was built from, and its readers
      *> (P2Advisor, P2SAP, P2Audit, P2WhatIf) refuse one older than
      *> the corrected master -- rebuilt here for the same reason
      *> and at the same point as the keyed twin.
       RebuildSummaryMaster.
           DISPLAY "P2HISTMAINT: REBUILDING CUMULATIVE SUMMARY "
               "(P2StuSum)"
           MOVE "./P2StuSum" TO WS-SystemCommand
           CALL "SYSTEM" USING WS-SystemCommand.
