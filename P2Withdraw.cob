      *> W-number, an unknown term or course, or a date outside the
      *> term's window rejects to P2WithdrawRej.dat with its
      *> reason, like the suite's other transaction intakes.
      *> Each refund is also priced in dollars off the student's
      *> CHG record for the term on the bursar's charge extract
      *> P2Charges.dat: the term charge spread evenly over the
      *> term's billed hours, times the course's hours, times the
      *> tier percentage.  The priced refund goes on the report and
      *> on the fixed-layout refund posting file P2RefundTxn.dat the
      *> student ledger (P2Ledger.cob) posts as a credit; a
      *> withdrawal with no charge on file prices at zero, is
      *> marked NO CHARGE on the report, and posts nothing.  More
      *> than 500 CHG records on the extract abort the run at RC
      *> 16 before anything is read or posted -- a charge that did
      *> not fit would otherwise price its student's refund at
      *> zero without a word.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2Withdraw.
           FILE STATUS IS WS-RefundStatus.
           SELECT rejectFile ASSIGN TO "P2WithdrawRej.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT chargeFile ASSIGN TO "P2Charges.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChargeStatus.
           SELECT refundTxnFile ASSIGN TO "P2RefundTxn.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT paramFile ASSIGN TO "P2Params.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParamStatus.
       01 RejectRecord.
        02 RejectLine PIC X(100).

      *> The bursar's charge extract P2Billing.cob writes -- CHG
      *> records, then the CTL trailer (skipped here).
       FD chargeFile.
       01 ChargeRecord.
        02 BL-RecType PIC X(3).
        02 BL-StudentWNbr PIC X(9).
        02 BL-StudentName PIC X(16).
        02 BL-Years PIC X(11).
        02 BL-TermHours PIC 99V99.
        02 BL-Status PIC X(10).
        02 BL-FeeCode PIC X(4).
        02 BL-Charge PIC 9(7)V99.

      *> Fixed layout the ledger posts -- raw implied-decimal digits.
       FD refundTxnFile.
       01 RefundTxnRecord.
        02 RF-StudentWNbr PIC X(9).
        02 RF-Years PIC X(11).
        02 RF-Course PIC X(9).
        02 RF-Date PIC 9(8).
        02 RF-Pct PIC 9(3).
        02 RF-CreditHr PIC 9.
        02 RF-Amount PIC 9(7)V99.

       FD paramFile.
       01 ParamRecord.
        02 ParamLine PIC X(40).
        02 WS-VT-Hash2 PIC 9(9).
       01 WS-ResubmitStatus PIC XX VALUE SPACES.
       01 WS-RefundStatus PIC XX VALUE SPACES.
       01 WS-ChargeStatus PIC XX VALUE SPACES.
       01 WS-ChargeEOF PIC X VALUE "N".
       01 WS-ParamStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-TransEOF PIC X VALUE "N".
       01 NameIdx PIC 999 VALUE ZERO.
       01 WS-StudentName PIC X(16) VALUE SPACES.
       01 WS-HoursRefunded PIC 9(5) VALUE ZERO.
      *> Term charges off P2Charges.dat, for pricing the refund.
       01 ChargeTable.
           02 ChargeEntry OCCURS 500 TIMES.
               03 CG-StudentWNbr PIC X(9) VALUE SPACES.
               03 CG-Years PIC X(11) VALUE SPACES.
               03 CG-TermHours PIC 99V99 VALUE ZERO.
               03 CG-Charge PIC 9(7)V99 VALUE ZERO.
       01 ChargeCount PIC 999 VALUE ZERO.
       01 ChargeIdx PIC 999 VALUE ZERO.
       01 ChargeFoundIdx PIC 999 VALUE ZERO.
       01 WS-ChargeOverflow PIC X VALUE "N".
       01 WS-RefundAmount PIC 9(7)V99 VALUE ZERO.
       01 WS-RefundAmountOut PIC Z,ZZZ,ZZ9.99.
       01 WS-TotalRefund PIC 9(9)V99 VALUE ZERO.
       01 WS-TotalRefundOut PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RefundsPosted PIC 9(5) VALUE ZERO.
       01 WS-RefundsUnpriced PIC 9(5) VALUE ZERO.
      *> Interlock request block for the CALLed P2Lock subprogram
      *> -- readers hold the masters' locks shared for the run.
       01 LockRequest.
           STOP RUN
       END-IF.
       PERFORM LoadCatalog.
       PERFORM LoadCharges.
       IF WS-ChargeOverflow = "Y"
           DISPLAY "P2WITHDRAW ABORTED: MORE THAN 500 CHG RECORDS "
               "IN P2Charges.dat -- NOTHING POSTED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM AcquireMasterLock.
       PERFORM VerifyDemographicMaster.
       PERFORM LoadStudentNames.
       END-IF.
       OPEN OUTPUT refundFile.
       OPEN OUTPUT rejectFile.
       OPEN OUTPUT refundTxnFile.
       MOVE SPACES TO RefundLine.
       STRING "WITHDRAWAL REFUND SCHEDULE  ", WS-RunDate
           INTO RefundLine.
       WRITE RefundRecord.
       MOVE SPACES TO RefundLine.
       STRING "NAME             W-NUMBER   TERM         COURSE   ",
           "  DATE      DAYS  PCT  HRS        REFUND"
           INTO RefundLine.
       WRITE RefundRecord.
       PERFORM UNTIL WS-TransEOF = "Y"
           READ transactionFile
           "   CREDIT HRS REFUNDED: ", WS-HoursRefunded
           INTO RefundLine.
       WRITE RefundRecord.
       MOVE WS-TotalRefund TO WS-TotalRefundOut.
       MOVE SPACES TO RefundLine.
       STRING "REFUND DOLLARS: ", WS-TotalRefundOut,
           "   POSTED TO LEDGER FILE: ", WS-RefundsPosted,
           "   NO CHARGE ON FILE: ", WS-RefundsUnpriced
           INTO RefundLine.
       WRITE RefundRecord.
       CLOSE transactionFile.
       CLOSE refundTxnFile.
       CLOSE resubmitFile.
       CLOSE refundFile.
       CLOSE rejectFile.
           END-IF
           ADD 1 TO WS-TransAccepted
           PERFORM ComputeRefundTier
           PERFORM PriceRefund
           PERFORM FindStudentName
           PERFORM WriteResubmitRecord
           PERFORM WriteRefundLine.
                   MOVE ZERO TO WS-RefundPct
           END-EVALUATE.

      *> The term charge spread over the term's billed hours, times
      *> this course's hours, times the tier.  A priced refund is
      *> written for the ledger to post; no charge on file prices
      *> at zero and posts nothing.
       PriceRefund.
           MOVE ZERO TO WS-RefundAmount
           MOVE ZERO TO ChargeFoundIdx
           PERFORM VARYING ChargeIdx FROM 1 BY 1
               UNTIL ChargeIdx > ChargeCount
               IF CG-StudentWNbr(ChargeIdx) = WD-StudentWNbr
                   AND CG-Years(ChargeIdx) = WD-Years
                   MOVE ChargeIdx TO ChargeFoundIdx
               END-IF
           END-PERFORM
           IF ChargeFoundIdx = ZERO
               OR CG-TermHours(ChargeFoundIdx) = ZERO
               ADD 1 TO WS-RefundsUnpriced
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RefundAmount ROUNDED =
               CG-Charge(ChargeFoundIdx)
               * CT-CreditHr(CatalogFoundIdx)
               / CG-TermHours(ChargeFoundIdx)
               * WS-RefundPct / 100
           IF WS-RefundAmount > CG-Charge(ChargeFoundIdx)
               MOVE CG-Charge(ChargeFoundIdx) TO WS-RefundAmount
           END-IF
           COMPUTE WS-TotalRefund = WS-TotalRefund + WS-RefundAmount
           IF WS-RefundAmount > ZERO
               MOVE WD-StudentWNbr TO RF-StudentWNbr
               MOVE WD-Years TO RF-Years
               MOVE WD-Course TO RF-Course
               MOVE WD-Date TO RF-Date
               MOVE WS-RefundPct TO RF-Pct
               MOVE CT-CreditHr(CatalogFoundIdx) TO RF-CreditHr
               MOVE WS-RefundAmount TO RF-Amount
               WRITE RefundTxnRecord
               ADD 1 TO WS-RefundsPosted
           END-IF.

       FindStudentName.
           MOVE SPACES TO WS-StudentName
           PERFORM VARYING NameIdx FROM 1 BY 1
           MOVE WS-DaysIntoTerm TO WS-DaysOut
           COMPUTE WS-HoursRefunded = WS-HoursRefunded +
               CT-CreditHr(CatalogFoundIdx)
           MOVE WS-RefundAmount TO WS-RefundAmountOut
           MOVE SPACES TO RefundLine
           IF ChargeFoundIdx = ZERO
               STRING WS-StudentName, " ", WD-StudentWNbr, "  ",
                   WD-Years, "  ", WD-Course, "  ", WD-Date, "  ",
                   WS-DaysOut, "  ", WS-RefundPct, "  ",
                   CT-CreditHr(CatalogFoundIdx),
                   "     NO CHARGE" INTO RefundLine
           ELSE
               STRING WS-StudentName, " ", WD-StudentWNbr, "  ",
                   WD-Years, "  ", WD-Course, "  ", WD-Date, "  ",
                   WS-DaysOut, "  ", WS-RefundPct, "  ",
                   CT-CreditHr(CatalogFoundIdx), " ",
                   WS-RefundAmountOut INTO RefundLine
           END-IF
           WRITE RefundRecord.

       LoadTermCalendar.
               CLOSE catalogFile
           END-IF.

       LoadCharges.
           MOVE "N" TO WS-ChargeEOF
           OPEN INPUT chargeFile
           IF WS-ChargeStatus NOT = "00"
               DISPLAY "P2WITHDRAW: NO P2Charges.dat -- REFUNDS "
                   "PRICE AT ZERO"
               MOVE "Y" TO WS-ChargeEOF
           END-IF
           PERFORM UNTIL WS-ChargeEOF = "Y"
               READ chargeFile
                   AT END
                       MOVE "Y" TO WS-ChargeEOF
                   NOT AT END
                       IF BL-RecType = "CHG"
                           AND ChargeCount NOT < 500
                           MOVE "Y" TO WS-ChargeOverflow
                           MOVE "Y" TO WS-ChargeEOF
                       END-IF
                       IF BL-RecType = "CHG"
                           AND WS-ChargeOverflow = "N"
                           ADD 1 TO ChargeCount
                           MOVE BL-StudentWNbr TO
                               CG-StudentWNbr(ChargeCount)
                           MOVE BL-Years TO CG-Years(ChargeCount)
                           MOVE BL-TermHours TO
                               CG-TermHours(ChargeCount)
                           MOVE BL-Charge TO CG-Charge(ChargeCount)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ChargeStatus NOT = "35"
               CLOSE chargeFile
           END-IF.

       LoadStudentNames.
           MOVE "N" TO WS-DemoEOF
           OPEN INPUT demographicFile
           STRING "TRL ", WS-RunDate, " ", WS-RunTime,
               " P2WITHDRAW READ=", WS-TransRead,
               " ACCEPTED=", WS-TransAccepted,
               " REJECTED=", WS-TransRejected,
               " PRICED=", WS-RefundsPosted, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
