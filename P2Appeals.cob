      *> logged to P2AppealLog.dat, because an unlogged override
      *> of academic standing is exactly what the committee's
      *> paperwork exists to prevent.
      *> The officer must be on the authorized-signer master
      *> P2Signers.dat for APPEAL rulings and in effect on the run
      *> date (checked by the CALLed P2Signer subprogram); a ruling
      *> signed by anyone else is rejected and logged like any
      *> other bad transaction.
      *> Transaction layout: W-number X(9), term X(11), standing
      *> X(10), case number X(10), officer X(20).

       01 StandingIdx PIC 999 VALUE ZERO.
       01 StandingFoundIdx PIC 999 VALUE ZERO.
       01 WS-StandingOverflow PIC X VALUE "N".
       01 WS-SystemCommand PIC X(60) VALUE SPACES.
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
       PERFORM WriteAuditTrailer.
       IF WS-StandingOverflow = "Y"
           MOVE 16 TO RETURN-CODE
       ELSE
           IF WS-TransApplied > ZERO
               PERFORM RebuildSummaryMaster
           END-IF
       END-IF.
       STOP RUN.

               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RejectReason = SPACES
               MOVE AP-Officer TO SignReqSigner
               MOVE "APPEAL" TO SignReqType
               MOVE WS-RunDate TO SignReqDate
               MOVE SPACE TO SignReqAmountType
               MOVE ZERO TO SignReqAmount
               CALL "P2Signer" USING SignerRequest
               IF SignReqResult NOT = "Y"
                   MOVE SignReqReason TO WS-RejectReason
               END-IF
           END-IF
           IF WS-RejectReason NOT = SPACES
               ADD 1 TO WS-TransRejected
               MOVE SPACES TO AppealLogLine
           END-PERFORM
           CLOSE standingFile.

      *> The cumulative summary P2StuSummary.dat carries each
      *> student's standing for P2Advisor -- an applied ruling is
      *> not on it until the summary is rebuilt.
       RebuildSummaryMaster.
           DISPLAY "P2APPEALS: REBUILDING CUMULATIVE SUMMARY "
               "(P2StuSum)"
           MOVE "./P2StuSum" TO WS-SystemCommand
           CALL "SYSTEM" USING WS-SystemCommand.

       WriteAuditHeader.
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
