      *> grade-change transaction in P2HistMaint, not a re-merge.
      *> Every close and reopen lands on the shared audit trail as
      *> a MSG line between the run's own HDR/TRL pair.
      *> A reopen puts a term's official grades back in play, so it
      *> carries two approvers after the term (columns 18-37 and
      *> 38-57): both must be on the authorized-signer master
      *> P2Signers.dat for REOPEN and in effect on the run date
      *> (checked by the CALLed P2Signer subprogram), and they must
      *> be two different people.  Both land on the MSG line.  A
      *> close needs no approver.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2TermClose.
       01 RequestRecord.
        02 RQ-Action PIC X(6).
        02 RQ-Years PIC X(11).
        02 RQ-Authority PIC X(20).
        02 RQ-Authority2 PIC X(20).

       FD termStatusFile.
       01 TermStatusRecord.
       01 ClosedCount PIC 99 VALUE ZERO.
       01 ClosedIdx PIC 99 VALUE ZERO.
       01 ClosedFoundIdx PIC 99 VALUE ZERO.
       01 WS-ApproverReject PIC X(30) VALUE SPACES.
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
                   MOVE ClosedIdx TO ClosedFoundIdx
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-ApproverReject
           IF RQ-Action = "REOPEN"
               AND ClosedFoundIdx > ZERO
               PERFORM CheckReopenApprovers
           END-IF
           EVALUATE TRUE
               WHEN RQ-Years = SPACES
                   ADD 1 TO WS-Rejected
                   DISPLAY "P2TERMCLOSE: " RQ-Years
                       " IS NOT CLOSED"
               WHEN RQ-Action = "REOPEN"
                   AND WS-ApproverReject NOT = SPACES
                   ADD 1 TO WS-Rejected
                   DISPLAY "P2TERMCLOSE: REOPEN OF " RQ-Years
                       " REJECTED -- " WS-ApproverReject
               WHEN RQ-Action = "REOPEN"
      *> Reopening shifts the last entry into the vacated slot --
      *> order never mattered, only membership.
                   MOVE CL-Years(ClosedCount) TO
                       RQ-Action " FOR " RQ-Years
           END-EVALUATE.

      *> Two approvers, different people, each authorized to
      *> reopen a term; the first failure found is the reason.
       CheckReopenApprovers.
           EVALUATE TRUE
               WHEN RQ-Authority = SPACES
                   OR RQ-Authority2 = SPACES
                   MOVE "TWO APPROVERS REQUIRED"
                       TO WS-ApproverReject
               WHEN RQ-Authority = RQ-Authority2
                   MOVE "APPROVERS NOT DISTINCT"
                       TO WS-ApproverReject
               WHEN OTHER
                   MOVE "REOPEN" TO SignReqType
                   MOVE WS-RunDate TO SignReqDate
                   MOVE SPACE TO SignReqAmountType
                   MOVE ZERO TO SignReqAmount
                   MOVE RQ-Authority TO SignReqSigner
                   CALL "P2Signer" USING SignerRequest
                   IF SignReqResult NOT = "Y"
                       STRING "1ST " DELIMITED BY SIZE,
                           SignReqReason DELIMITED BY SIZE
                           INTO WS-ApproverReject
                       EXIT PARAGRAPH
                   END-IF
                   MOVE RQ-Authority2 TO SignReqSigner
                   CALL "P2Signer" USING SignerRequest
                   IF SignReqResult NOT = "Y"
                       STRING "2ND " DELIMITED BY SIZE,
                           SignReqReason DELIMITED BY SIZE
                           INTO WS-ApproverReject
                   END-IF
           END-EVALUATE.

      *> One MSG line per applied close/reopen -- never its own
      *> HDR/TRL pair: these land between the run's own header and
      *> trailer, and P2Monitor pairs HDRs to TRLs per program, so
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           IF RQ-Action = "REOPEN"
               STRING "MSG ", WS-RunDate, " ", WS-RunTime,
                   " P2TERMCLOSE ", RQ-Action, " ", RQ-Years,
                   " BY " DELIMITED BY SIZE,
                   RQ-Authority DELIMITED BY "  ",
                   "+" DELIMITED BY SIZE,
                   RQ-Authority2 DELIMITED BY "  "
                   INTO AuditTrailLine
           ELSE
               STRING "MSG ", WS-RunDate, " ", WS-RunTime,
                   " P2TERMCLOSE ", RQ-Action, " ", RQ-Years
                   INTO AuditTrailLine
           END-IF
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.

