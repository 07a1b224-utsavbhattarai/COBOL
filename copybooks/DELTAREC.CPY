      *> Change-data feed record (P2Delta.dat) -- one record per
      *> master record a rewrite added, changed, or deleted, written
      *> by the CALLed P2Delta subprogram from every master rewrite
      *> (P2HistLoad, P2HistMaint, P2StuMaint, P2GenRestore) and
      *> handed to the outside subscribers by P2DeltaPull.  A
      *> rollback appears as the changes it undoes.  COPYed under an
      *> FD 01 the same way STUDENT.CPY is.
      *> Feed-wide sequence number, one higher per record, never
      *> reused (state in P2DeltaSeq.dat) -- what a subscriber's
      *> bookmark holds.
       02 DL-SeqNbr           PIC 9(9).
       02 FILLER              PIC X(1).
      *> When the rewrite ran (YYYYMMDD, HHMMSSss).
       02 DL-Date             PIC 9(8).
       02 FILLER              PIC X(1).
       02 DL-Time             PIC 9(8).
       02 FILLER              PIC X(1).
      *> HISTORY (P2History.dat) or STUDENTS (P2Students.dat).
       02 DL-Master           PIC X(8).
       02 FILLER              PIC X(1).
      *> ADD, CHANGE, or DELETE.
       02 DL-Action           PIC X(6).
       02 FILLER              PIC X(1).
       02 DL-Program          PIC X(12).
       02 FILLER              PIC X(1).
      *> The record's key in master order: HISTORY is W-number,
      *> term key, course; STUDENTS is the W-number alone.
       02 DL-Key              PIC X(23).
       02 FILLER              PIC X(1).
      *> Full record images -- SPACES for the before image of an ADD
      *> and the after image of a DELETE.  A history record fills
      *> the first 89 bytes.
       02 DL-Before           PIC X(255).
       02 FILLER              PIC X(1).
       02 DL-After            PIC X(255).
