       02 TC-Ordinal          PIC 9.
       02 TC-StartDate        PIC 9(8).
       02 TC-EndDate          PIC 9(8).
      *> Official census date -- enrollment as of this day is what
      *> the state and IPEDS counts report (P2Census.cob).  Rows
      *> keyed before the column existed read back blank; such a
      *> term has no census date and cannot be snapshotted.
       02 TC-CensusDate       PIC 9(8).
