      *> who took it and when, and P2LockUtil CLEAR releases it
      *> under an audit-trail entry instead of by guesswork.
      *>   Linkage: LockReqName   the lock ("HISTORY", "STUDENTS",
      *>                          "HISTIX", "LEDGER", "SUMMARY",
      *>                          "DELTA"),
      *>            LockReqMode   "X" exclusive / "S" shared,
      *>            LockReqAction "ACQUIRE" / "RELEASE",
      *>            LockReqProgram caller's program name,
