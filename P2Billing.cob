      *>   RM-Status X(10), RM-RateType X(1) ("F" flat for the
      *>   term, "C" per credit hour), RM-Rate 9(5)V99 raw digits,
      *>   RM-FeeCode X(4).
      *> A student whose address the mail has come back from
      *> (DM-AddrBad on the master) is still charged -- the charge
      *> extract is the bursar's ledger load, not a mailing, and
      *> holding the charge would put their control totals out --
      *> but the bill is not to be mailed: the charge goes out with
      *> "*** HOLD FOR ADDRESS ***" in BL-AddressLine1 and line 2
      *> blank, and a copy of it with the undeliverable address and
      *> the return's date and document goes to P2BillingHold.dat
      *> for the bursar to chase.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2Billing.
           FILE STATUS IS WS-ChargeStatus.
           SELECT exceptionFile ASSIGN TO "P2BillingExc.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT billHoldFile ASSIGN TO "P2BillingHold.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT auditTrailFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.
        02 BT-Count PIC 9(6).
        02 BT-TotalCharge PIC 9(9)V99.

      *> Bills held for address: the charge as posted plus the
      *> address the mail came back from.
       FD billHoldFile.
       01 BillHoldRecord.
        02 BH-StudentWNbr PIC X(9).
        02 BH-StudentName PIC X(16).
        02 BH-Years PIC X(11).
        02 BH-FeeCode PIC X(4).
        02 BH-Charge PIC 9(7)V99.
        02 BH-AddressLine1 PIC X(30).
        02 BH-AddressLine2 PIC X(30).
        02 BH-ReturnDate PIC X(8).
        02 BH-ReturnDoc PIC X(10).

       FD exceptionFile.
       01 ExceptionRecord.
        02 ExceptionLine PIC X(100).
       01 WS-RecordsRead PIC 9(6) VALUE ZERO.
       01 WS-ChargesWritten PIC 9(6) VALUE ZERO.
       01 WS-Exceptions PIC 9(6) VALUE ZERO.
       01 WS-BillsHeld PIC 9(6) VALUE ZERO.
       01 WS-TotalCharge PIC 9(9)V99 VALUE ZERO.
       01 WS-Charge PIC 9(7)V99 VALUE ZERO.
      *> The loaded rate master -- a handful of statuses.
               03 AD-StudentWNbr PIC X(9) VALUE SPACES.
               03 AD-AddressLine1 PIC X(30) VALUE SPACES.
               03 AD-AddressLine2 PIC X(30) VALUE SPACES.
               03 AD-AddrBad PIC X(1) VALUE SPACE.
               03 AD-AddrReturnDate PIC X(8) VALUE SPACES.
               03 AD-AddrReturnDoc PIC X(10) VALUE SPACES.
       01 AddressCount PIC 999 VALUE ZERO.
       01 AddressIdx PIC 999 VALUE ZERO.
       01 WS-AddressLine1 PIC X(30) VALUE SPACES.
       01 WS-AddressLine2 PIC X(30) VALUE SPACES.
       01 WS-AddressOverflow PIC X VALUE "N".
       01 AddressFoundIdx PIC 999 VALUE ZERO.
      *> Interlock request block for the CALLed P2Lock subprogram
      *> -- readers hold the masters' locks shared for the run.
       01 LockRequest.
       END-IF.
       OPEN OUTPUT chargeFile.
       OPEN OUTPUT exceptionFile.
       OPEN OUTPUT billHoldFile.
       PERFORM UNTIL WS-LoadEOF = "Y"
           READ courseLoadFile
               AT END
       CLOSE courseLoadFile.
       CLOSE chargeFile.
       CLOSE exceptionFile.
       CLOSE billHoldFile.
       DISPLAY "P2BILLING: COURSE-LOAD RECORDS: " WS-RecordsRead
           "  CHARGES: " WS-ChargesWritten
           "  EXCEPTIONS: " WS-Exceptions
           "  HELD FOR ADDRESS: " WS-BillsHeld.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseMasterLock.
       IF WS-AddressOverflow = "Y"
           END-IF
           MOVE SPACES TO WS-AddressLine1
           MOVE SPACES TO WS-AddressLine2
           MOVE ZERO TO AddressFoundIdx
           PERFORM VARYING AddressIdx FROM 1 BY 1
               UNTIL AddressIdx > AddressCount
               IF AD-StudentWNbr(AddressIdx) = CL-StudentWNbr
                       TO WS-AddressLine1
                   MOVE AD-AddressLine2(AddressIdx)
                       TO WS-AddressLine2
                   MOVE AddressIdx TO AddressFoundIdx
               END-IF
           END-PERFORM
           MOVE SPACES TO ChargeRecord
           MOVE WS-Charge TO BL-Charge
           MOVE WS-AddressLine1 TO BL-AddressLine1
           MOVE WS-AddressLine2 TO BL-AddressLine2
           IF AddressFoundIdx > ZERO
               IF AD-AddrBad(AddressFoundIdx) = "Y"
                   PERFORM HoldBillForAddress
               END-IF
           END-IF
           WRITE ChargeRecord
           ADD 1 TO WS-ChargesWritten
           COMPUTE WS-TotalCharge = WS-TotalCharge + WS-Charge.

      *> The charge still posts; the bill it would print is held.
       HoldBillForAddress.
           MOVE SPACES TO BillHoldRecord
           MOVE CL-StudentWNbr TO BH-StudentWNbr
           MOVE CL-StudentName TO BH-StudentName
           MOVE CL-Years TO BH-Years
           MOVE RT-FeeCode(RateFoundIdx) TO BH-FeeCode
           MOVE WS-Charge TO BH-Charge
           MOVE WS-AddressLine1 TO BH-AddressLine1
           MOVE WS-AddressLine2 TO BH-AddressLine2
           MOVE AD-AddrReturnDate(AddressFoundIdx) TO BH-ReturnDate
           MOVE AD-AddrReturnDoc(AddressFoundIdx) TO BH-ReturnDoc
           WRITE BillHoldRecord
           ADD 1 TO WS-BillsHeld
           MOVE "*** HOLD FOR ADDRESS ***" TO BL-AddressLine1
           MOVE SPACES TO BL-AddressLine2.

       LoadRateMaster.
           MOVE "N" TO WS-RateEOF
           OPEN INPUT rateFile
                                   AD-AddressLine1(AddressCount)
                               MOVE DM-AddressLine2 TO
                                   AD-AddressLine2(AddressCount)
                               MOVE DM-AddrBad TO
                                   AD-AddrBad(AddressCount)
                               MOVE DM-AddrReturnDate TO
                                   AD-AddrReturnDate(AddressCount)
                               MOVE DM-AddrReturnDoc TO
                                   AD-AddrReturnDoc(AddressCount)
                           ELSE
      *> Past the table a student's bill would go out with a blank
      *> address -- say so and fail the run.
           STRING "TRL ", WS-RunDate, " ", WS-RunTime,
               " P2BILLING READ=", WS-RecordsRead,
               " CHARGES=", WS-ChargesWritten,
               " EXCEPTIONS=", WS-Exceptions,
               " HELD=", WS-BillsHeld, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
