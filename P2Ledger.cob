      *> Progrm-ID: P2Ledger.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Student accounts receivable ledger.  P2Billing.cob prices
      *> charges onto P2Charges.dat and P2Withdraw.cob prices
      *> refunds onto P2RefundTxn.dat, but until now nothing kept a
      *> running account, and the bursar reconciled the files by
      *> hand to answer "what does this student owe".  This program
      *> keeps the ledger master P2Ledger.dat (layout in
      *> LEDGMST.CPY) -- one running account per W-number, one
      *> record per posted item -- and each run posts:
      *>   every CHG record on P2Charges.dat, once the file balances
      *>       to its CTL trailer (a rebilled term posts only the
      *>       difference from what is already on the account, so
      *>       re-running billing never double-charges);
      *>   every priced refund on P2RefundTxn.dat as a credit, once
      *>       per student, term, and course;
      *>   the cashier's window feed P2Cashier.dat -- payments and
      *>       adjustments, one per receipt number:
      *>         CP-StudentWNbr X(9), CP-TxnType X(3) ("PAY"/"ADJ"),
      *>         CP-DrCr X(1) ("D"/"C"; a payment is always a
      *>         credit), CP-Amount 9(7)V99 raw digits, CP-Date
      *>         9(8), CP-Receipt X(10), CP-Note X(20).
      *> A cashier record that fails its edits, or repeats a
      *> receipt already posted, goes to P2LedgerExc.dat with its
      *> reason.  The master is rewritten in W-number/date order
      *> behind its CTLTRL integrity trailer (item count, whole
      *> debit dollars, whole credit dollars).
      *> Every run writes the past-due aging report P2Aging.dat:
      *> each account owing money, its open charges aged from their
      *> posting date into CURRENT / 30 / 60 / 90 / 120+ day
      *> buckets after credits are applied oldest charge first.
      *> The first run in a new calendar month (or any run given the
      *> argument STATEMENTS) also writes the monthly billing
      *> statements P2Statements.dat, one 55-line page per account
      *> with a balance or new activity, mailed to the address on
      *> P2Students.dat; the month's last statement date is kept on
      *> P2LedgerState.dat and every item stamped with the
      *> statement that first showed it.  An account whose mailing
      *> address is flagged undeliverable (DM-AddrBad, set from the
      *> returned-mail feed by P2StuMaint.cob) gets the same pages,
      *> but they go to P2StatementsHold.dat under a HOLD FOR
      *> ADDRESS line instead of into the mail run.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2Ledger.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ledgerFile ASSIGN TO "P2Ledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LedgerStatus.
           SELECT ledgerWorkFile ASSIGN TO "P2LedgerWork.tmp".
           SELECT chargeFile ASSIGN TO "P2Charges.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChargeStatus.
           SELECT refundTxnFile ASSIGN TO "P2RefundTxn.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RefundTxnStatus.
           SELECT cashierFile ASSIGN TO "P2Cashier.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CashierStatus.
           SELECT demographicFile ASSIGN TO "P2Students.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DemographicStatus.
      *> One-record state file: the date of the last statement run.
           SELECT stateFile ASSIGN TO "P2LedgerState.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StateStatus.
           SELECT statementFile ASSIGN TO "P2Statements.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT statementHoldFile ASSIGN TO "P2StatementsHold.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT agingFile ASSIGN TO "P2Aging.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT exceptionFile ASSIGN TO "P2LedgerExc.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT auditTrailFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ledgerFile.
       01 LedgerRecord.
           COPY "LEDGMST.CPY".

       SD ledgerWorkFile.
       01 LedgerWorkRecord.
        02 SW-StudentWNbr PIC X(9).
        02 SW-PostDate PIC 9(8).
        02 SW-Seq PIC 9(6).
        02 SW-Rest PIC X(57).

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
       01 ChargeTrailer.
        02 BT-RecType PIC X(3).
        02 BT-Count PIC 9(6).
        02 BT-TotalCharge PIC 9(9)V99.

       FD refundTxnFile.
       01 RefundTxnRecord.
        02 RF-StudentWNbr PIC X(9).
        02 RF-Years PIC X(11).
        02 RF-Course PIC X(9).
        02 RF-Date PIC 9(8).
        02 RF-Pct PIC 9(3).
        02 RF-CreditHr PIC 9.
        02 RF-Amount PIC 9(7)V99.

       FD cashierFile.
       01 CashierRecord.
        02 CP-StudentWNbr PIC X(9).
        02 CP-TxnType PIC X(3).
        02 CP-DrCr PIC X(1).
        02 CP-Amount PIC 9(7)V99.
        02 CP-Date PIC 9(8).
        02 CP-Receipt PIC X(10).
        02 CP-Note PIC X(20).

       FD demographicFile.
       01 DemographicRecord.
           COPY "STUDENTD.CPY".

       FD stateFile.
       01 StateRecord.
        02 LS-LastStmtDate PIC 9(8).

       FD statementFile.
       01 StatementRecord.
        02 StatementLine PIC X(80).

       FD statementHoldFile.
       01 StatementHoldRecord.
        02 StatementHoldLine PIC X(80).

       FD agingFile.
       01 AgingRecord.
        02 AgingLine PIC X(120).

       FD exceptionFile.
       01 ExceptionRecord.
        02 ExceptionLine PIC X(100).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-LedgerStatus PIC XX VALUE SPACES.
       01 WS-ChargeStatus PIC XX VALUE SPACES.
       01 WS-RefundTxnStatus PIC XX VALUE SPACES.
       01 WS-CashierStatus PIC XX VALUE SPACES.
       01 WS-DemographicStatus PIC XX VALUE SPACES.
       01 WS-StateStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-LedgerEOF PIC X VALUE "N".
       01 WS-ChargeEOF PIC X VALUE "N".
       01 WS-RefundEOF PIC X VALUE "N".
       01 WS-CashierEOF PIC X VALUE "N".
       01 WS-DemoEOF PIC X VALUE "N".
       01 WS-WorkEOF PIC X VALUE "N".
       01 WS-ArgNum PIC 9(2) VALUE ZERO.
       01 WS-RunArg PIC X(12) VALUE SPACES.
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-RunDateOut.
        02 WS-RD-Year PIC 9(4).
        02 FILLER PIC X VALUE "-".
        02 WS-RD-Month PIC 99.
        02 FILLER PIC X VALUE "-".
        02 WS-RD-Day PIC 99.
       01 WS-ItemDateOut.
        02 WS-ID-Year PIC 9(4).
        02 FILLER PIC X VALUE "-".
        02 WS-ID-Month PIC 99.
        02 FILLER PIC X VALUE "-".
        02 WS-ID-Day PIC 99.
      *> Integrity-trailer verification fields -- same record
      *> count + catalog-year hash scheme the master writers stamp.
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
      *> The ledger's own trailer, rebuilt as the master is written.
       01 MasterTrailerRecord.
        02 TL-Tag PIC X(6) VALUE "CTLTRL".
        02 FILLER PIC X(1) VALUE SPACE.
        02 TL-Count PIC 9(9) VALUE ZERO.
        02 TL-Hash1 PIC 9(9) VALUE ZERO.
        02 TL-Hash2 PIC 9(9) VALUE ZERO.
      *> The whole ledger, loaded, posted to, sorted, and written
      *> back -- each entry is one LEDGMST.CPY record.
       01 ItemTable.
           02 ItemEntry OCCURS 5000 TIMES.
               03 IT-StudentWNbr PIC X(9).
               03 IT-PostDate PIC 9(8).
               03 IT-Seq PIC 9(6).
               03 IT-TxnType PIC X(3).
               03 IT-DrCr PIC X(1).
               03 IT-Amount PIC 9(7)V99.
               03 IT-Reference PIC X(24).
               03 IT-Source PIC X(12).
               03 IT-StmtDate PIC 9(8).
       01 ItemCount PIC 9(4) VALUE ZERO.
       01 ItemIdx PIC 9(4) VALUE ZERO.
       01 WS-ItemOverflow PIC X VALUE "N".
       01 WS-NextSeq PIC 9(6) VALUE ZERO.
      *> Names and billing addresses off the demographic master.
       01 AccountTable.
           02 AccountEntry OCCURS 500 TIMES.
               03 AD-StudentWNbr PIC X(9) VALUE SPACES.
               03 AD-StudentName PIC X(16) VALUE SPACES.
               03 AD-AddressLine1 PIC X(30) VALUE SPACES.
               03 AD-AddressLine2 PIC X(30) VALUE SPACES.
               03 AD-AddrBad PIC X(1) VALUE "N".
               03 AD-AddrReturnDoc PIC X(10) VALUE SPACES.
               03 AD-AddrReturnDate PIC X(8) VALUE SPACES.
       01 AddressCount PIC 999 VALUE ZERO.
       01 AddressIdx PIC 999 VALUE ZERO.
       01 AddressFoundIdx PIC 999 VALUE ZERO.
       01 WS-AddressOverflow PIC X VALUE "N".
      *> One posting under construction.
       01 WS-NewWNbr PIC X(9) VALUE SPACES.
       01 WS-NewDate PIC 9(8) VALUE ZERO.
       01 WS-NewType PIC X(3) VALUE SPACES.
       01 WS-NewDrCr PIC X(1) VALUE SPACE.
       01 WS-NewAmount PIC 9(7)V99 VALUE ZERO.
       01 WS-NewReference PIC X(24) VALUE SPACES.
       01 WS-NewSource PIC X(12) VALUE SPACES.
       01 WS-NetPosted PIC S9(9)V99 VALUE ZERO.
       01 WS-AlreadyPosted PIC X VALUE "N".
       01 WS-RejectReason PIC X(36) VALUE SPACES.
      *> The charge extract's own balance check.
       01 WS-ChgCount PIC 9(6) VALUE ZERO.
       01 WS-ChgTotal PIC 9(9)V99 VALUE ZERO.
       01 WS-ChgTrailerSeen PIC X VALUE "N".
       01 WS-ChgBalanced PIC X VALUE "N".
       01 WS-ChgTrlCount PIC 9(6) VALUE ZERO.
       01 WS-ChgTrlTotal PIC 9(9)V99 VALUE ZERO.
      *> Statement cycle.
       01 WS-LastStmtDate PIC 9(8) VALUE ZERO.
       01 WS-StatementRun PIC X VALUE "N".
      *> One account's figures, rebuilt at each W-number break.
       01 WS-AcctStart PIC 9(4) VALUE ZERO.
       01 WS-AcctEnd PIC 9(4) VALUE ZERO.
       01 WS-AcctWNbr PIC X(9) VALUE SPACES.
       01 WS-Debits PIC S9(9)V99 VALUE ZERO.
       01 WS-Credits PIC S9(9)V99 VALUE ZERO.
       01 WS-Balance PIC S9(9)V99 VALUE ZERO.
       01 WS-PrevBalance PIC S9(9)V99 VALUE ZERO.
       01 WS-CreditPool PIC S9(9)V99 VALUE ZERO.
       01 WS-OpenAmount PIC S9(9)V99 VALUE ZERO.
       01 WS-NewItems PIC 9(4) VALUE ZERO.
       01 WS-AgeDays PIC S9(7) VALUE ZERO.
       01 WS-RunInt PIC 9(8) VALUE ZERO.
       01 WS-ItemInt PIC 9(8) VALUE ZERO.
       01 AgingBuckets.
        02 AB-Bucket OCCURS 5 TIMES PIC S9(9)V99.
       01 AgingTotals.
        02 AT-Bucket OCCURS 5 TIMES PIC S9(9)V99.
       01 BucketIdx PIC 9 VALUE ZERO.
       01 WS-TotalBalance PIC S9(9)V99 VALUE ZERO.
       01 BucketOutTable.
        02 WS-BucketOut OCCURS 5 TIMES PIC Z,ZZZ,ZZ9.99.
       01 WS-AmountOut PIC Z,ZZZ,ZZ9.99.
       01 WS-BalanceOut PIC Z,ZZZ,ZZ9.99CR.
       01 WS-ChargeOut PIC Z,ZZZ,ZZ9.99.
       01 WS-CreditOut PIC Z,ZZZ,ZZ9.99.
       01 WS-LinesOnPage PIC 9(3) VALUE ZERO.
       01 WS-PageSize PIC 9(3) VALUE 55.
      *> Run counts.
       01 WS-ItemsLoaded PIC 9(6) VALUE ZERO.
       01 WS-ChargesPosted PIC 9(6) VALUE ZERO.
       01 WS-RefundsPosted PIC 9(6) VALUE ZERO.
       01 WS-CashierRead PIC 9(6) VALUE ZERO.
       01 WS-CashierPosted PIC 9(6) VALUE ZERO.
       01 WS-Duplicates PIC 9(6) VALUE ZERO.
       01 WS-Exceptions PIC 9(6) VALUE ZERO.
       01 WS-AccountsAged PIC 9(6) VALUE ZERO.
       01 WS-StatementsWritten PIC 9(6) VALUE ZERO.
       01 WS-NoAddressCount PIC 9(6) VALUE ZERO.
       01 WS-HeldForAddress PIC 9(6) VALUE ZERO.
       01 WS-StmtHeld PIC X VALUE "N".
      *> Interlock request block for the CALLed P2Lock subprogram
      *> -- the demographic master shared, the ledger exclusive.
       01 LockRequest.
        02 LockReqName PIC X(10) VALUE SPACES.
        02 LockReqMode PIC X(1) VALUE SPACE.
        02 LockReqAction PIC X(8) VALUE SPACES.
        02 LockReqProgram PIC X(12) VALUE SPACES.
        02 LockReqResult PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       ACCEPT WS-RunDate FROM DATE YYYYMMDD.
       ACCEPT WS-RunTime FROM TIME.
       MOVE WS-RunDate(1:4) TO WS-RD-Year.
       MOVE WS-RunDate(5:2) TO WS-RD-Month.
       MOVE WS-RunDate(7:2) TO WS-RD-Day.
      *> Optional first argument: STATEMENTS forces a statement run
      *> inside a month that already had one.
       MOVE 1 TO WS-ArgNum.
       DISPLAY WS-ArgNum UPON ARGUMENT-NUMBER.
       ACCEPT WS-RunArg FROM ARGUMENT-VALUE
           ON EXCEPTION
               MOVE SPACES TO WS-RunArg
       END-ACCEPT.
       PERFORM AcquireMasterLocks.
       PERFORM VerifyDemographicMaster.
       PERFORM LoadAccounts.
       PERFORM LoadLedger.
       IF WS-ItemOverflow = "Y"
           DISPLAY "P2LEDGER ABORTED: P2Ledger.dat EXCEEDS 5000 "
               "ITEMS -- LEDGER LEFT UNTOUCHED"
           PERFORM ReleaseMasterLocks
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM ReadLedgerState.
       PERFORM WriteAuditHeader.
       OPEN OUTPUT exceptionFile.
       PERFORM BalanceChargeFile.
       IF WS-ChgBalanced = "Y"
           PERFORM PostCharges
       END-IF.
       PERFORM PostRefunds.
       PERFORM PostCashierFeed.
       IF WS-ItemOverflow = "Y"
           DISPLAY "P2LEDGER ABORTED: POSTINGS WOULD TAKE THE "
               "LEDGER PAST 5000 ITEMS -- LEDGER LEFT UNTOUCHED"
           CLOSE exceptionFile
           PERFORM ReleaseMasterLocks
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       SORT ledgerWorkFile
           ON ASCENDING KEY SW-StudentWNbr SW-PostDate SW-Seq
           INPUT PROCEDURE IS ReleaseLedgerItems
           OUTPUT PROCEDURE IS ReturnLedgerItems.
       IF WS-RunArg = "STATEMENTS"
           OR WS-RunDate(1:6) > WS-LastStmtDate(1:6)
           MOVE "Y" TO WS-StatementRun
       END-IF.
       PERFORM AgeAllAccounts.
       PERFORM WriteLedgerMaster.
       IF WS-StatementRun = "Y"
           OPEN OUTPUT stateFile
           MOVE WS-RunDate TO LS-LastStmtDate
           WRITE StateRecord
           CLOSE stateFile
       END-IF.
       CLOSE exceptionFile.
       DISPLAY "P2LEDGER: ITEMS ON FILE: " WS-ItemsLoaded
           "  CHARGES: " WS-ChargesPosted
           "  REFUNDS: " WS-RefundsPosted
           "  CASHIER: " WS-CashierPosted.
       DISPLAY "P2LEDGER: ALREADY POSTED: " WS-Duplicates
           "  EXCEPTIONS: " WS-Exceptions
           "  ACCOUNTS AGED: " WS-AccountsAged
           "  STATEMENTS: " WS-StatementsWritten
           "  HELD FOR ADDRESS: " WS-HeldForAddress.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseMasterLocks.
       EVALUATE TRUE
           WHEN WS-AddressOverflow = "Y"
               MOVE 16 TO RETURN-CODE
           WHEN WS-ChgBalanced = "N" AND WS-ChgTrailerSeen = "Y"
               MOVE 8 TO RETURN-CODE
           WHEN WS-Exceptions > ZERO
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
       STOP RUN.

      *> The demographic master shared for the addresses; the ledger
      *> exclusive, since this run rewrites it.
       AcquireMasterLocks.
           MOVE "STUDENTS" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           MOVE "P2LEDGER" TO LockReqProgram
           CALL "P2Lock" USING LockRequest
           IF LockReqResult NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "LEDGER" TO LockReqName
           MOVE "X" TO LockReqMode
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
           MOVE "LEDGER" TO LockReqName
           MOVE "X" TO LockReqMode
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest
           MOVE "STUDENTS" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest.

      *> Re-adds the demographic master against its integrity
      *> trailer before a statement is addressed from it.  A master
      *> with no trailer yet is warned about and accepted.
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
               DISPLAY "P2LEDGER: P2Students.dat CARRIES NO "
                   "INTEGRITY TRAILER (LEGACY MASTER) -- "
                   "USED AS-IS"
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               DISPLAY "P2LEDGER ABORTED: P2Students.dat DOES NOT "
                   "BALANCE TO ITS INTEGRITY TRAILER"
               DISPLAY "  TRAILER: COUNT=" WS-VT-Count
                   " YEARS=" WS-VT-Hash1
               DISPLAY "  ON FILE: COUNT=" WS-VfyCount
                   " YEARS=" WS-VfyHash1
               PERFORM ReleaseMasterLocks
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LoadAccounts.
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
                       IF DemographicRecord(1:6) = "CTLTRL"
                           CONTINUE
                       ELSE
                           IF AddressCount < 500
                               ADD 1 TO AddressCount
                               MOVE DM-StudentWNbr TO
                                   AD-StudentWNbr(AddressCount)
                               MOVE DM-StudentName TO
                                   AD-StudentName(AddressCount)
                               MOVE DM-AddressLine1 TO
                                   AD-AddressLine1(AddressCount)
                               MOVE DM-AddressLine2 TO
                                   AD-AddressLine2(AddressCount)
                               IF DM-AddrBad = "Y"
                                   MOVE "Y" TO AD-AddrBad(AddressCount)
                                   MOVE DM-AddrReturnDoc TO
                                       AD-AddrReturnDoc(AddressCount)
                                   MOVE DM-AddrReturnDate TO
                                       AD-AddrReturnDate(AddressCount)
                               END-IF
                           ELSE
      *> Past the table a statement would go out unaddressed -- say
      *> so and fail the run.
                               MOVE "Y" TO WS-AddressOverflow
                               DISPLAY "ADDRESS TABLE OVERFLOW: "
                                   DM-StudentWNbr " NOT LOADED -- "
                                   "THEIR STATEMENT WOULD GO OUT "
                                   "UNADDRESSED"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DemographicStatus NOT = "35"
               CLOSE demographicFile
           END-IF.

      *> Loads the ledger and re-adds it against its trailer: a
      *> ledger that no longer balances is not the file the last
      *> run finished, and posting onto it would bury the damage.
      *> No ledger yet (status 35) is the first run.
       LoadLedger.
           MOVE ZERO TO WS-VfyCount
           MOVE ZERO TO WS-VfyHash1
           MOVE ZERO TO WS-VfyHash2
           MOVE "N" TO WS-VfyTrailerSeen
           MOVE "N" TO WS-LedgerEOF
           OPEN INPUT ledgerFile
           IF WS-LedgerStatus NOT = "00"
               DISPLAY "P2LEDGER: NO P2Ledger.dat -- STARTING A NEW "
                   "LEDGER"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LedgerEOF = "Y"
               READ ledgerFile
                   AT END
                       MOVE "Y" TO WS-LedgerEOF
                   NOT AT END
                       IF LedgerRecord(1:6) = "CTLTRL"
                           MOVE "Y" TO WS-VfyTrailerSeen
                           MOVE LedgerRecord TO WS-VfyTrailer
                       ELSE
                           ADD 1 TO WS-VfyCount
                           IF LG-DrCr = "D"
                               COMPUTE WS-VfyHash1 =
                                   WS-VfyHash1 + LG-Amount
                           ELSE
                               COMPUTE WS-VfyHash2 =
                                   WS-VfyHash2 + LG-Amount
                           END-IF
                           IF ItemCount < 5000
                               ADD 1 TO ItemCount
                               MOVE LedgerRecord TO
                                   ItemEntry(ItemCount)
                               IF LG-Seq > WS-NextSeq
                                   MOVE LG-Seq TO WS-NextSeq
                               END-IF
                           ELSE
                               MOVE "Y" TO WS-ItemOverflow
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ledgerFile
           MOVE ItemCount TO WS-ItemsLoaded
           IF WS-VfyTrailerSeen = "N"
               IF WS-VfyCount > ZERO
                   DISPLAY "P2LEDGER: P2Ledger.dat CARRIES NO "
                       "INTEGRITY TRAILER -- USED AS-IS"
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               OR WS-VT-Hash2 NOT = WS-VfyHash2
               DISPLAY "P2LEDGER ABORTED: P2Ledger.dat DOES NOT "
                   "BALANCE TO ITS INTEGRITY TRAILER"
               DISPLAY "  TRAILER: COUNT=" WS-VT-Count
                   " DEBITS=" WS-VT-Hash1 " CREDITS=" WS-VT-Hash2
               DISPLAY "  ON FILE: COUNT=" WS-VfyCount
                   " DEBITS=" WS-VfyHash1 " CREDITS=" WS-VfyHash2
               PERFORM ReleaseMasterLocks
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       ReadLedgerState.
           MOVE ZERO TO WS-LastStmtDate
           OPEN INPUT stateFile
           IF WS-StateStatus = "00"
               READ stateFile
                   NOT AT END
                       IF LS-LastStmtDate IS NUMERIC
                           MOVE LS-LastStmtDate TO WS-LastStmtDate
                       END-IF
               END-READ
               CLOSE stateFile
           END-IF.

      *> First pass over the charge extract: its CHG records must add
      *> up to its CTL trailer before one of them is posted -- a
      *> short extract would bill some students and silently skip
      *> the rest.
       BalanceChargeFile.
           MOVE "N" TO WS-ChargeEOF
           OPEN INPUT chargeFile
           IF WS-ChargeStatus NOT = "00"
               DISPLAY "P2LEDGER: NO P2Charges.dat -- NO CHARGES "
                   "POSTED"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ChargeEOF = "Y"
               READ chargeFile
                   AT END
                       MOVE "Y" TO WS-ChargeEOF
                   NOT AT END
                       EVALUATE BL-RecType
                           WHEN "CHG"
                               ADD 1 TO WS-ChgCount
                               COMPUTE WS-ChgTotal =
                                   WS-ChgTotal + BL-Charge
                           WHEN "CTL"
                               MOVE "Y" TO WS-ChgTrailerSeen
                               MOVE BT-Count TO WS-ChgTrlCount
                               MOVE BT-TotalCharge TO WS-ChgTrlTotal
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE chargeFile
           IF WS-ChgTrailerSeen = "Y"
               AND WS-ChgCount = WS-ChgTrlCount
               AND WS-ChgTotal = WS-ChgTrlTotal
               MOVE "Y" TO WS-ChgBalanced
           ELSE
               ADD 1 TO WS-Exceptions
               MOVE SPACES TO ExceptionLine
               STRING "P2Charges.dat OUT OF BALANCE -- CTL COUNT ",
                   WS-ChgTrlCount, " FOUND ", WS-ChgCount,
                   " -- NO CHARGES POSTED" INTO ExceptionLine
               WRITE ExceptionRecord
               MOVE "Y" TO WS-ChgTrailerSeen
           END-IF.

       PostCharges.
           MOVE "N" TO WS-ChargeEOF
           OPEN INPUT chargeFile
           PERFORM UNTIL WS-ChargeEOF = "Y"
               READ chargeFile
                   AT END
                       MOVE "Y" TO WS-ChargeEOF
                   NOT AT END
                       IF BL-RecType = "CHG"
                           PERFORM PostOneCharge
                       END-IF
               END-READ
           END-PERFORM
           CLOSE chargeFile.

      *> A term's charge posts as the difference between what
      *> billing says now and what the account already carries for
      *> that term and fee code -- nothing if they agree, a debit
      *> for a rebill upward, a credit for a rebill downward.
       PostOneCharge.
           MOVE SPACES TO WS-NewReference
           STRING BL-Years, " ", BL-FeeCode DELIMITED BY SIZE
               INTO WS-NewReference
           MOVE BL-StudentWNbr TO WS-NewWNbr
           MOVE "CHG" TO WS-NewType
           PERFORM SumPostedItems
           IF WS-NetPosted = BL-Charge
               ADD 1 TO WS-Duplicates
               EXIT PARAGRAPH
           END-IF
           IF BL-Charge > WS-NetPosted
               MOVE "D" TO WS-NewDrCr
               COMPUTE WS-NewAmount = BL-Charge - WS-NetPosted
           ELSE
               MOVE "C" TO WS-NewDrCr
               COMPUTE WS-NewAmount = WS-NetPosted - BL-Charge
           END-IF
           MOVE WS-RunDate TO WS-NewDate
           MOVE "P2BILLING" TO WS-NewSource
           PERFORM AddLedgerItem
           ADD 1 TO WS-ChargesPosted.

      *> Net of every item already on the account under this type
      *> and reference (debits less credits).
       SumPostedItems.
           MOVE ZERO TO WS-NetPosted
           PERFORM VARYING ItemIdx FROM 1 BY 1
               UNTIL ItemIdx > ItemCount
               IF IT-StudentWNbr(ItemIdx) = WS-NewWNbr
                   AND IT-TxnType(ItemIdx) = WS-NewType
                   AND IT-Reference(ItemIdx) = WS-NewReference
                   IF IT-DrCr(ItemIdx) = "D"
                       COMPUTE WS-NetPosted =
                           WS-NetPosted + IT-Amount(ItemIdx)
                   ELSE
                       COMPUTE WS-NetPosted =
                           WS-NetPosted - IT-Amount(ItemIdx)
                   END-IF
               END-IF
           END-PERFORM.

       PostRefunds.
           MOVE "N" TO WS-RefundEOF
           OPEN INPUT refundTxnFile
           IF WS-RefundTxnStatus NOT = "00"
               MOVE "Y" TO WS-RefundEOF
           END-IF
           PERFORM UNTIL WS-RefundEOF = "Y"
               READ refundTxnFile
                   AT END
                       MOVE "Y" TO WS-RefundEOF
                   NOT AT END
                       PERFORM PostOneRefund
               END-READ
           END-PERFORM
           IF WS-RefundTxnStatus NOT = "35"
               CLOSE refundTxnFile
           END-IF.

      *> A refund posts once per student, term, and course.
       PostOneRefund.
           MOVE SPACES TO WS-NewReference
           STRING RF-Years, " ", RF-Course DELIMITED BY SIZE
               INTO WS-NewReference
           MOVE RF-StudentWNbr TO WS-NewWNbr
           MOVE "RFD" TO WS-NewType
           PERFORM CheckAlreadyPosted
           IF WS-AlreadyPosted = "Y"
               ADD 1 TO WS-Duplicates
               EXIT PARAGRAPH
           END-IF
           IF RF-Amount NOT NUMERIC OR RF-Amount = ZERO
               ADD 1 TO WS-Exceptions
               MOVE SPACES TO ExceptionLine
               STRING "REFUND ", RF-StudentWNbr, " ", RF-Years, " ",
                   RF-Course, " -- NO AMOUNT, NOT POSTED"
                   INTO ExceptionLine
               WRITE ExceptionRecord
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO WS-NewDrCr
           MOVE RF-Amount TO WS-NewAmount
           MOVE WS-RunDate TO WS-NewDate
           MOVE "P2WITHDRAW" TO WS-NewSource
           PERFORM AddLedgerItem
           ADD 1 TO WS-RefundsPosted.

       CheckAlreadyPosted.
           MOVE "N" TO WS-AlreadyPosted
           PERFORM VARYING ItemIdx FROM 1 BY 1
               UNTIL ItemIdx > ItemCount
               OR WS-AlreadyPosted = "Y"
               IF IT-StudentWNbr(ItemIdx) = WS-NewWNbr
                   AND IT-TxnType(ItemIdx) = WS-NewType
                   AND IT-Reference(ItemIdx) = WS-NewReference
                   MOVE "Y" TO WS-AlreadyPosted
               END-IF
           END-PERFORM.

       PostCashierFeed.
           MOVE "N" TO WS-CashierEOF
           OPEN INPUT cashierFile
           IF WS-CashierStatus NOT = "00"
               MOVE "Y" TO WS-CashierEOF
           END-IF
           PERFORM UNTIL WS-CashierEOF = "Y"
               READ cashierFile
                   AT END
                       MOVE "Y" TO WS-CashierEOF
                   NOT AT END
                       ADD 1 TO WS-CashierRead
                       PERFORM PostOneCashier
               END-READ
           END-PERFORM
           IF WS-CashierStatus NOT = "35"
               CLOSE cashierFile
           END-IF.

      *> One cashier's-window record: edited, checked against the
      *> receipts already posted, then posted on its own date.
       PostOneCashier.
           MOVE SPACES TO WS-RejectReason
           MOVE ZERO TO AddressFoundIdx
           PERFORM VARYING AddressIdx FROM 1 BY 1
               UNTIL AddressIdx > AddressCount
               IF AD-StudentWNbr(AddressIdx) = CP-StudentWNbr
                   MOVE AddressIdx TO AddressFoundIdx
               END-IF
           END-PERFORM
           IF CP-TxnType = "PAY" AND CP-DrCr = SPACE
               MOVE "C" TO CP-DrCr
           END-IF
           MOVE "N" TO WS-AlreadyPosted
           PERFORM VARYING ItemIdx FROM 1 BY 1
               UNTIL ItemIdx > ItemCount
               OR WS-AlreadyPosted = "Y"
               IF (IT-TxnType(ItemIdx) = "PAY"
                   OR IT-TxnType(ItemIdx) = "ADJ")
                   AND IT-Reference(ItemIdx)(1:10) = CP-Receipt
                   MOVE "Y" TO WS-AlreadyPosted
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN CP-StudentWNbr(1:1) NOT = "W"
                   OR CP-StudentWNbr(2:7) NOT NUMERIC
                   MOVE "BAD W-NUMBER" TO WS-RejectReason
               WHEN AddressFoundIdx = ZERO
                   MOVE "W-NUMBER NOT ON P2Students.dat"
                       TO WS-RejectReason
               WHEN CP-TxnType NOT = "PAY" AND CP-TxnType NOT = "ADJ"
                   MOVE "UNKNOWN TRANSACTION TYPE" TO WS-RejectReason
               WHEN CP-TxnType = "PAY" AND CP-DrCr NOT = "C"
                   MOVE "PAYMENT MUST BE A CREDIT" TO WS-RejectReason
               WHEN CP-DrCr NOT = "D" AND CP-DrCr NOT = "C"
                   MOVE "DEBIT/CREDIT NOT D OR C" TO WS-RejectReason
               WHEN CP-Amount NOT NUMERIC OR CP-Amount = ZERO
                   MOVE "BAD AMOUNT" TO WS-RejectReason
               WHEN CP-Date NOT NUMERIC
                   OR CP-Date > WS-RunDate
                   MOVE "BAD OR FUTURE DATE" TO WS-RejectReason
               WHEN CP-Receipt = SPACES
                   MOVE "NO RECEIPT NUMBER" TO WS-RejectReason
               WHEN WS-AlreadyPosted = "Y"
                   MOVE "RECEIPT ALREADY POSTED" TO WS-RejectReason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RejectReason NOT = SPACES
               ADD 1 TO WS-Exceptions
               MOVE SPACES TO ExceptionLine
               STRING "CASHIER ", CP-StudentWNbr, " ", CP-TxnType,
                   " ", CP-Receipt, " ", CP-Date, " -- ",
                   WS-RejectReason INTO ExceptionLine
               WRITE ExceptionRecord
               EXIT PARAGRAPH
           END-IF
           MOVE CP-StudentWNbr TO WS-NewWNbr
           MOVE CP-TxnType TO WS-NewType
           MOVE CP-DrCr TO WS-NewDrCr
           MOVE CP-Amount TO WS-NewAmount
           MOVE CP-Date TO WS-NewDate
           MOVE SPACES TO WS-NewReference
           STRING CP-Receipt, " ", CP-Note DELIMITED BY SIZE
               INTO WS-NewReference
           MOVE "CASHIER" TO WS-NewSource
           PERFORM AddLedgerItem
           ADD 1 TO WS-CashierPosted.

       AddLedgerItem.
           IF ItemCount NOT < 5000
               MOVE "Y" TO WS-ItemOverflow
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ItemCount
           ADD 1 TO WS-NextSeq
           MOVE WS-NewWNbr TO IT-StudentWNbr(ItemCount)
           MOVE WS-NewDate TO IT-PostDate(ItemCount)
           MOVE WS-NextSeq TO IT-Seq(ItemCount)
           MOVE WS-NewType TO IT-TxnType(ItemCount)
           MOVE WS-NewDrCr TO IT-DrCr(ItemCount)
           MOVE WS-NewAmount TO IT-Amount(ItemCount)
           MOVE WS-NewReference TO IT-Reference(ItemCount)
           MOVE WS-NewSource TO IT-Source(ItemCount)
           MOVE ZERO TO IT-StmtDate(ItemCount).

      *> SORT's INPUT PROCEDURE: every item, old and new.
       ReleaseLedgerItems.
           PERFORM VARYING ItemIdx FROM 1 BY 1
               UNTIL ItemIdx > ItemCount
               MOVE ItemEntry(ItemIdx) TO LedgerWorkRecord
               RELEASE LedgerWorkRecord
           END-PERFORM.

      *> SORT's OUTPUT PROCEDURE: the table reloaded in account,
      *> date, sequence order -- every account's items contiguous.
       ReturnLedgerItems.
           MOVE ZERO TO ItemCount
           MOVE "N" TO WS-WorkEOF
           PERFORM UNTIL WS-WorkEOF = "Y"
               RETURN ledgerWorkFile
                   AT END
                       MOVE "Y" TO WS-WorkEOF
                   NOT AT END
                       ADD 1 TO ItemCount
                       MOVE LedgerWorkRecord TO ItemEntry(ItemCount)
               END-RETURN
           END-PERFORM.

      *> Walks the sorted table one account at a time: aging line
      *> for every account owing money, statement when this is a
      *> statement run.
       AgeAllAccounts.
           OPEN OUTPUT agingFile
           IF WS-StatementRun = "Y"
               OPEN OUTPUT statementFile
               OPEN OUTPUT statementHoldFile
           END-IF
           MOVE SPACES TO AgingLine
           STRING "STUDENT ACCOUNTS PAST-DUE AGING  ", WS-RunDateOut
               INTO AgingLine
           WRITE AgingRecord
           MOVE SPACES TO AgingLine
           STRING "W-NUMBER  NAME                   BALANCE",
               "       CURRENT       30 DAYS       60 DAYS",
               "       90 DAYS     120+ DAYS" INTO AgingLine
           WRITE AgingRecord
           PERFORM VARYING BucketIdx FROM 1 BY 1
               UNTIL BucketIdx > 5
               MOVE ZERO TO AT-Bucket(BucketIdx)
           END-PERFORM
           COMPUTE WS-RunInt = FUNCTION INTEGER-OF-DATE(WS-RunDate)
           MOVE 1 TO ItemIdx
           PERFORM UNTIL ItemIdx > ItemCount
               MOVE ItemIdx TO WS-AcctStart
               MOVE IT-StudentWNbr(ItemIdx) TO WS-AcctWNbr
               PERFORM UNTIL ItemIdx > ItemCount
                   OR IT-StudentWNbr(ItemIdx) NOT = WS-AcctWNbr
                   ADD 1 TO ItemIdx
               END-PERFORM
               COMPUTE WS-AcctEnd = ItemIdx - 1
               PERFORM AgeOneAccount
               IF WS-StatementRun = "Y"
                   PERFORM WriteOneStatement
               END-IF
               COMPUTE ItemIdx = WS-AcctEnd + 1
           END-PERFORM
           PERFORM VARYING BucketIdx FROM 1 BY 1
               UNTIL BucketIdx > 5
               MOVE AT-Bucket(BucketIdx) TO WS-BucketOut(BucketIdx)
           END-PERFORM
           MOVE WS-TotalBalance TO WS-AmountOut
           MOVE SPACES TO AgingLine
           WRITE AgingRecord
           MOVE SPACES TO AgingLine
           STRING "TOTALS                     ", WS-AmountOut, "  ",
               WS-BucketOut(1), "  ", WS-BucketOut(2), "  ",
               WS-BucketOut(3), "  ", WS-BucketOut(4), "  ",
               WS-BucketOut(5) INTO AgingLine
           WRITE AgingRecord
           MOVE SPACES TO AgingLine
           STRING "ACCOUNTS OWING: ", WS-AccountsAged INTO AgingLine
           WRITE AgingRecord
           CLOSE agingFile
           IF WS-StatementRun = "Y"
               CLOSE statementFile
               CLOSE statementHoldFile
           END-IF.

      *> One account's balance, and its open charges aged: credits
      *> are applied to the oldest charges first, and whatever of a
      *> charge is still open ages from its posting date.
       AgeOneAccount.
           MOVE ZERO TO WS-Debits
           MOVE ZERO TO WS-Credits
           MOVE ZERO TO WS-PrevBalance
           MOVE ZERO TO WS-NewItems
           PERFORM VARYING BucketIdx FROM 1 BY 1
               UNTIL BucketIdx > 5
               MOVE ZERO TO AB-Bucket(BucketIdx)
           END-PERFORM
           PERFORM VARYING ItemIdx FROM WS-AcctStart BY 1
               UNTIL ItemIdx > WS-AcctEnd
               IF IT-DrCr(ItemIdx) = "D"
                   COMPUTE WS-Debits = WS-Debits + IT-Amount(ItemIdx)
                   IF IT-StmtDate(ItemIdx) NOT = ZERO
                       COMPUTE WS-PrevBalance =
                           WS-PrevBalance + IT-Amount(ItemIdx)
                   END-IF
               ELSE
                   COMPUTE WS-Credits =
                       WS-Credits + IT-Amount(ItemIdx)
                   IF IT-StmtDate(ItemIdx) NOT = ZERO
                       COMPUTE WS-PrevBalance =
                           WS-PrevBalance - IT-Amount(ItemIdx)
                   END-IF
               END-IF
               IF IT-StmtDate(ItemIdx) = ZERO
                   ADD 1 TO WS-NewItems
               END-IF
           END-PERFORM
           COMPUTE WS-Balance = WS-Debits - WS-Credits
           MOVE WS-Credits TO WS-CreditPool
           PERFORM VARYING ItemIdx FROM WS-AcctStart BY 1
               UNTIL ItemIdx > WS-AcctEnd
               IF IT-DrCr(ItemIdx) = "D"
                   IF WS-CreditPool NOT < IT-Amount(ItemIdx)
                       COMPUTE WS-CreditPool =
                           WS-CreditPool - IT-Amount(ItemIdx)
                   ELSE
                       COMPUTE WS-OpenAmount =
                           IT-Amount(ItemIdx) - WS-CreditPool
                       MOVE ZERO TO WS-CreditPool
                       COMPUTE WS-ItemInt = FUNCTION
                           INTEGER-OF-DATE(IT-PostDate(ItemIdx))
                       COMPUTE WS-AgeDays = WS-RunInt - WS-ItemInt
                       EVALUATE TRUE
                           WHEN WS-AgeDays < 30
                               MOVE 1 TO BucketIdx
                           WHEN WS-AgeDays < 60
                               MOVE 2 TO BucketIdx
                           WHEN WS-AgeDays < 90
                               MOVE 3 TO BucketIdx
                           WHEN WS-AgeDays < 120
                               MOVE 4 TO BucketIdx
                           WHEN OTHER
                               MOVE 5 TO BucketIdx
                       END-EVALUATE
                       COMPUTE AB-Bucket(BucketIdx) =
                           AB-Bucket(BucketIdx) + WS-OpenAmount
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Balance NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AccountsAged
           COMPUTE WS-TotalBalance = WS-TotalBalance + WS-Balance
           PERFORM VARYING BucketIdx FROM 1 BY 1
               UNTIL BucketIdx > 5
               COMPUTE AT-Bucket(BucketIdx) =
                   AT-Bucket(BucketIdx) + AB-Bucket(BucketIdx)
               MOVE AB-Bucket(BucketIdx) TO WS-BucketOut(BucketIdx)
           END-PERFORM
           PERFORM FindAccountAddress
           MOVE WS-Balance TO WS-AmountOut
           MOVE SPACES TO AgingLine
           IF AddressFoundIdx > ZERO
               STRING WS-AcctWNbr, " ",
                   AD-StudentName(AddressFoundIdx), " ",
                   WS-AmountOut, "  ", WS-BucketOut(1), "  ",
                   WS-BucketOut(2), "  ", WS-BucketOut(3), "  ",
                   WS-BucketOut(4), "  ", WS-BucketOut(5)
                   INTO AgingLine
           ELSE
               STRING WS-AcctWNbr, " ", "(NOT ON FILE)   ", " ",
                   WS-AmountOut, "  ", WS-BucketOut(1), "  ",
                   WS-BucketOut(2), "  ", WS-BucketOut(3), "  ",
                   WS-BucketOut(4), "  ", WS-BucketOut(5)
                   INTO AgingLine
           END-IF
           WRITE AgingRecord.

       FindAccountAddress.
           MOVE ZERO TO AddressFoundIdx
           PERFORM VARYING AddressIdx FROM 1 BY 1
               UNTIL AddressIdx > AddressCount
               IF AD-StudentWNbr(AddressIdx) = WS-AcctWNbr
                   MOVE AddressIdx TO AddressFoundIdx
               END-IF
           END-PERFORM.

      *> One print-ready statement per account with a balance or
      *> new activity: mailing block, previous balance, the items
      *> not yet billed, new balance, and the aging, padded to a
      *> full page.  Each item shown is stamped with this
      *> statement's date.  A statement to an address the mail has
      *> come back from is held, not mailed.
       WriteOneStatement.
           IF WS-Balance = ZERO AND WS-NewItems = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-StatementsWritten
           PERFORM FindAccountAddress
           MOVE "N" TO WS-StmtHeld
           IF AddressFoundIdx > ZERO
               IF AD-AddrBad(AddressFoundIdx) = "Y"
                   MOVE "Y" TO WS-StmtHeld
                   ADD 1 TO WS-HeldForAddress
               END-IF
           END-IF
           PERFORM WriteStatementHeading
           MOVE WS-PrevBalance TO WS-BalanceOut
           MOVE SPACES TO StatementLine
           STRING "PREVIOUS BALANCE                        ",
               WS-BalanceOut INTO StatementLine
           PERFORM WriteStatementLine
           MOVE SPACES TO StatementLine
           PERFORM WriteStatementLine
           MOVE SPACES TO StatementLine
           STRING "DATE        TYPE  REFERENCE                ",
               "     CHARGES       CREDITS" INTO StatementLine
           PERFORM WriteStatementLine
           PERFORM VARYING ItemIdx FROM WS-AcctStart BY 1
               UNTIL ItemIdx > WS-AcctEnd
               IF IT-StmtDate(ItemIdx) = ZERO
                   PERFORM WriteStatementItem
                   MOVE WS-RunDate TO IT-StmtDate(ItemIdx)
               END-IF
           END-PERFORM
           MOVE SPACES TO StatementLine
           PERFORM WriteStatementLine
           MOVE WS-Balance TO WS-BalanceOut
           MOVE SPACES TO StatementLine
           STRING "NEW BALANCE                             ",
               WS-BalanceOut INTO StatementLine
           PERFORM WriteStatementLine
           MOVE SPACES TO StatementLine
           PERFORM WriteStatementLine
           IF WS-Balance > ZERO
               MOVE SPACES TO StatementLine
               STRING "     CURRENT     30 DAYS     60 DAYS",
                   "     90 DAYS   120+ DAYS" INTO StatementLine
               PERFORM WriteStatementLine
               MOVE SPACES TO StatementLine
               STRING WS-BucketOut(1), WS-BucketOut(2),
                   WS-BucketOut(3), WS-BucketOut(4), WS-BucketOut(5)
                   INTO StatementLine
               PERFORM WriteStatementLine
               MOVE SPACES TO StatementLine
               PERFORM WriteStatementLine
               MOVE WS-Balance TO WS-AmountOut
               MOVE SPACES TO StatementLine
               STRING "AMOUNT DUE:  ", WS-AmountOut,
                   "   PAYABLE AT THE CASHIER'S WINDOW"
                   INTO StatementLine
               PERFORM WriteStatementLine
           ELSE
               MOVE "NO PAYMENT IS DUE ON THIS ACCOUNT."
                   TO StatementLine
               PERFORM WriteStatementLine
           END-IF
      *> Pad to a full printed page so each statement starts at the
      *> top of its own sheet.
           PERFORM UNTIL WS-LinesOnPage NOT < WS-PageSize
               MOVE SPACES TO StatementLine
               PERFORM WriteStatementLine
           END-PERFORM.

       WriteStatementHeading.
           MOVE ZERO TO WS-LinesOnPage
           IF WS-StmtHeld = "Y"
               MOVE SPACES TO StatementLine
               STRING "*** HOLD FOR ADDRESS -- " DELIMITED BY SIZE,
                   AD-AddrReturnDoc(AddressFoundIdx)
                       DELIMITED BY SPACE,
                   " RETURNED " DELIMITED BY SIZE,
                   AD-AddrReturnDate(AddressFoundIdx)
                       DELIMITED BY SIZE,
                   " ***" DELIMITED BY SIZE
                   INTO StatementLine
               PERFORM WriteStatementLine
           END-IF
           MOVE "SOUTHEASTERN LOUISIANA UNIVERSITY" TO StatementLine
           PERFORM WriteStatementLine
           MOVE "OFFICE OF THE BURSAR -- HAMMOND, LA 70402"
               TO StatementLine
           PERFORM WriteStatementLine
           MOVE SPACES TO StatementLine
           STRING "STUDENT ACCOUNT STATEMENT     DATE: ",
               WS-RunDateOut INTO StatementLine
           PERFORM WriteStatementLine
           MOVE SPACES TO StatementLine
           PERFORM WriteStatementLine
           IF AddressFoundIdx > ZERO
               MOVE AD-StudentName(AddressFoundIdx) TO StatementLine
               PERFORM WriteStatementLine
               MOVE AD-AddressLine1(AddressFoundIdx)
                   TO StatementLine
               PERFORM WriteStatementLine
               MOVE AD-AddressLine2(AddressFoundIdx)
                   TO StatementLine
               PERFORM WriteStatementLine
           ELSE
               ADD 1 TO WS-NoAddressCount
               MOVE "*** ADDRESS NOT ON FILE -- HAND-ADDRESS ***"
                   TO StatementLine
               PERFORM WriteStatementLine
           END-IF
           MOVE SPACES TO StatementLine
           PERFORM WriteStatementLine
           MOVE SPACES TO StatementLine
           STRING "ACCOUNT: ", WS-AcctWNbr INTO StatementLine
           PERFORM WriteStatementLine
           MOVE SPACES TO StatementLine
           PERFORM WriteStatementLine.

      *> One new item; a statement too long for its page carries on
      *> under a fresh heading.
       WriteStatementItem.
           IF WS-LinesOnPage + 10 > WS-PageSize
               PERFORM UNTIL WS-LinesOnPage NOT < WS-PageSize
                   MOVE SPACES TO StatementLine
                   PERFORM WriteStatementLine
               END-PERFORM
               PERFORM WriteStatementHeading
               MOVE "(CONTINUED)" TO StatementLine
               PERFORM WriteStatementLine
           END-IF
           MOVE IT-PostDate(ItemIdx)(1:4) TO WS-ID-Year
           MOVE IT-PostDate(ItemIdx)(5:2) TO WS-ID-Month
           MOVE IT-PostDate(ItemIdx)(7:2) TO WS-ID-Day
           MOVE SPACES TO StatementLine
           IF IT-DrCr(ItemIdx) = "D"
               MOVE IT-Amount(ItemIdx) TO WS-ChargeOut
               STRING WS-ItemDateOut, "  ", IT-TxnType(ItemIdx),
                   "   ", IT-Reference(ItemIdx), " ", WS-ChargeOut
                   INTO StatementLine
           ELSE
               MOVE IT-Amount(ItemIdx) TO WS-CreditOut
               STRING WS-ItemDateOut, "  ", IT-TxnType(ItemIdx),
                   "   ", IT-Reference(ItemIdx), " ",
                   "            ", "  ", WS-CreditOut
                   INTO StatementLine
           END-IF
           PERFORM WriteStatementLine.

      *> A held statement's pages go to the hold file, never into
      *> the mail run.
       WriteStatementLine.
           IF WS-StmtHeld = "Y"
               MOVE StatementLine TO StatementHoldLine
               WRITE StatementHoldRecord
           ELSE
               WRITE StatementRecord
           END-IF
           ADD 1 TO WS-LinesOnPage.

      *> The rewritten master: every item in account order, then
      *> the integrity trailer as the last record.
       WriteLedgerMaster.
           MOVE ZERO TO TL-Count
           MOVE ZERO TO TL-Hash1
           MOVE ZERO TO TL-Hash2
           OPEN OUTPUT ledgerFile
           PERFORM VARYING ItemIdx FROM 1 BY 1
               UNTIL ItemIdx > ItemCount
               MOVE ItemEntry(ItemIdx) TO LedgerRecord
               WRITE LedgerRecord
               ADD 1 TO TL-Count
               IF LG-DrCr = "D"
                   COMPUTE TL-Hash1 = TL-Hash1 + LG-Amount
               ELSE
                   COMPUTE TL-Hash2 = TL-Hash2 + LG-Amount
               END-IF
           END-PERFORM
           MOVE MasterTrailerRecord TO LedgerRecord
           WRITE LedgerRecord
           CLOSE ledgerFile.

       WriteAuditHeader.
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "HDR ", WS-RunDate, " ", WS-RunTime,
               " P2LEDGER IN=P2Charges.dat OUT=P2Ledger.dat "
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
               " P2LEDGER READ=", WS-ItemsLoaded,
               " CHARGES=", WS-ChargesPosted,
               " REFUNDS=", WS-RefundsPosted,
               " CASHIER=", WS-CashierPosted,
               " EXCEPTIONS=", WS-Exceptions,
               " STATEMENTS=", WS-StatementsWritten,
               " HELD=", WS-HeldForAddress, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
