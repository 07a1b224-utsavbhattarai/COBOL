      *> Institutional scholarship master record (P2Scholar.dat) --
      *> one record per award the scholarship office administers,
      *> carrying the criteria a recipient must meet each academic
      *> year for the award to renew.  Keyed by ScholCode, which is
      *> what the recipient file P2ScholRecip.dat carries.  Read by
      *> P2ScholRenew.cob.  COPYed under an FD 01 the same way
      *> STUDENTD.CPY is.
       02 SH-ScholCode        PIC X(8).
       02 SH-ScholName        PIC X(30).
      *> Minimum cumulative GPA, retake replacement and the transfer
      *> and fresh-start rules replayed as every history reader does.
       02 SH-MinCumGPA        PIC 9V99.
      *> Minimum hours earned within the academic year under review
      *> (fall through the following summer).
       02 SH-MinYearHours     PIC 99.
      *> "Y" when the recipient must carry a full-time load in each
      *> fall and spring term of the year; "N" otherwise.
       02 SH-FullTime         PIC X(1).
      *> The DM-Major text the recipient must still hold; SPACES
      *> when the award is open to any major.
       02 SH-Major            PIC X(20).
