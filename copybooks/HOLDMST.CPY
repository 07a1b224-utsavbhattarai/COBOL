      *> Institutional holds master record (P2Holds.dat) -- one
      *> record per hold currently in force, at most one per
      *> student per hold type, kept sorted by StudentWNbr then
      *> hold type.  Placed and released only by P2HoldMaint.cob's
      *> transactions (a released hold leaves the master; its
      *> history lives on P2HoldLog.dat).  A blocking hold stops an
      *> official transcript in P2Reprint.cob, flags the
      *> certificate in P2EnrollVer.cob, and refuses the seat in
      *> P2Register.cob.  COPYed under an FD 01 the same way
      *> STUDENT.CPY is.
       02 HD-StudentWNbr      PIC X(9).
      *> BURSAR, LIBRARY, ADVISING, CONDUCT, or ADMISSIONS.
       02 HD-HoldType         PIC X(10).
       02 HD-Office           PIC X(20).
       02 HD-PlacedDate       PIC 9(8).
       02 HD-Reason           PIC X(30).
      *> "Y" blocking, "N" informational only.
       02 HD-Blocking         PIC X(1).
