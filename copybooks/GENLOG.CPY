      *> History-master generation log record (P2HistoryGenLog.dat)
      *> -- one line appended every time a new master reaches the
      *> live P2History.dat name: P2HistLoad's and P2HistMaint's
      *> promotes, and P2GenRestore's rollbacks.  The generation
      *> files themselves carry no date, so this is what says which
      *> generation was the live master on a given day; P2AsOf
      *> reconstructs a past transcript from it.  Never pruned with
      *> the generations.  COPYed under an FD 01 the same way
      *> STUDENT.CPY is.
      *> The generation promoted -- for a RESTORE, the generation
      *> copied back over the live master.
       02 GL-GenNbr           PIC 9(4).
       02 FILLER              PIC X(1).
      *> When the master went live (YYYYMMDD, HHMMSSss).
       02 GL-Date             PIC 9(8).
       02 FILLER              PIC X(1).
       02 GL-Time             PIC 9(8).
       02 FILLER              PIC X(1).
       02 GL-Program          PIC X(12).
       02 FILLER              PIC X(1).
      *> LOAD (P2HistLoad), MAINT (P2HistMaint), RESTORE
      *> (P2GenRestore).
       02 GL-Action           PIC X(8).
