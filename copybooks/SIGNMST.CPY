      *> Authorized-signer master record (P2Signers.dat) -- one
      *> record per signer per transaction type that signer may
      *> approve.  Every maintenance program that carries an
      *> approver (P2HistMaint's grade change and renewal,
      *> P2Appeals' authorizing officer, P2TermClose's reopen,
      *> P2PrereqEdit's repeat-limit exception, P2RosterIn's
      *> held-roster release) checks the
      *> approver against this file through the CALLed P2Signer
      *> subprogram, so an approver name that is merely keyed is
      *> no longer an approval.  A signer authorized for
      *> two types carries two records.  COPYed under an FD 01 the
      *> same way STUDENT.CPY is.
      *> The approver ID exactly as the transaction files carry it.
       02 SG-SignerId         PIC X(20).
      *> GRADECHG grade change, RENEWAL academic renewal, APPEAL
      *> standing appeal, REOPEN closed-term reopen, REPEAT
      *> course repeat-limit exception, ROSTERRL release of a grade
      *> roster held for review.
       02 SG-TransType        PIC X(8).
      *> Authority runs from SG-EffFrom through SG-EffThru (both
      *> YYYYMMDD) inclusive; a zero or blank through date is
      *> open-ended.
       02 SG-EffFrom          PIC 9(8).
       02 SG-EffThru          PIC 9(8).
      *> Optional ceiling on what one approval may cover: H credit
      *> hours, D dollars, blank no limit.  A limit only binds a
      *> transaction that measures the same thing.
       02 SG-LimitType        PIC X(1).
       02 SG-Limit            PIC 9(7)V99.
       02 SG-SignerName       PIC X(30).
