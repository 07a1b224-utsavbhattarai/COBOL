      *> Student account ledger master record (P2Ledger.dat) -- one
      *> record per posted item (charge, refund, payment, or
      *> adjustment), maintained by P2Ledger.cob.  A student's
      *> running account is the run of items under their W-number;
      *> the balance is debits less credits.  Kept sorted by
      *> StudentWNbr, then posting date, then posting sequence, and
      *> closed by the CTLTRL integrity trailer (item count, whole
      *> debit dollars, whole credit dollars).  Amounts are raw
      *> implied-decimal digits.  COPYed under an FD 01 the same way
      *> STUDENT.CPY is.
       02 LG-StudentWNbr      PIC X(9).
       02 LG-PostDate         PIC 9(8).
       02 LG-Seq              PIC 9(6).
      *> "CHG" tuition charge (P2Charges.dat), "RFD" withdrawal
      *> refund (P2RefundTxn.dat), "PAY" cashier payment, "ADJ"
      *> cashier adjustment.
       02 LG-TxnType          PIC X(3).
      *> "D" debit (the student owes more), "C" credit.
       02 LG-DrCr             PIC X(1).
       02 LG-Amount           PIC 9(7)V99.
      *> What the item is for: term and fee code for a charge, term
      *> and course for a refund, the cashier's receipt number for
      *> a payment or adjustment.  Reposting an item already on the
      *> ledger under the same type and reference is refused.
       02 LG-Reference        PIC X(24).
       02 LG-Source           PIC X(12).
      *> Date of the first monthly statement that showed the item;
      *> zero until it has been billed.
       02 LG-StmtDate         PIC 9(8).
