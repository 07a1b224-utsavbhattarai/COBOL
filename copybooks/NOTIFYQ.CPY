      *> Outbound notification queue record (P2NotifyQueue.dat) --
      *> the campus messaging gateway's pickup layout, one record
      *> per message per channel.  Appended by P2Notify.cob and
      *> drained by the gateway.  NQ-DedupKey identifies the event
      *> and channel: the same event is never queued twice for the
      *> same channel within the retention window, however often
      *> the run is repeated (P2NotifyKeys.dat keeps every key
      *> queued in the last NOTIFY-KEEP-DAYS days, default 400),
      *> and an event older than the window is not announced at
      *> all.  The gateway may discard any key it has already
      *> delivered.  COPYed
      *> under an FD 01 the same way STUDENT.CPY is.
       02 NQ-DedupKey.
      *> GRADES, STANDING, HOLD, CONFER, DEANLIST, or AWARD.
        03 NQ-KeyEvent        PIC X(8).
        03 NQ-KeyWNbr         PIC X(9).
      *> The event's own identity -- the term, the term and new
      *> standing, the hold type and placed date, or the program
      *> and degree date.
        03 NQ-KeyDetail       PIC X(20).
      *> E e-mail, S text message, D directory.
        03 NQ-KeyChannel      PIC X(1).
      *> EMAIL, SMS, or DIR.
       02 NQ-Channel          PIC X(5).
      *> E-mail address, mobile number, or for a directory notice
      *> the NOTIFY-DIRECTORY-LIST name off P2Params.dat.
       02 NQ-Address          PIC X(40).
       02 NQ-StudentWNbr      PIC X(9).
       02 NQ-EventDate        PIC 9(8).
      *> P personal -- to the student's own address only; D
      *> directory -- a public announcement, never queued for a
      *> student with a FERPA directory hold.
       02 NQ-Audience         PIC X(1).
      *> "Y" when the student carries a FERPA directory hold: the
      *> gateway must deliver to the address given and nowhere
      *> else -- no digests, no copies.
       02 NQ-Restricted       PIC X(1).
       02 NQ-QueuedDate       PIC 9(8).
       02 NQ-QueuedTime       PIC 9(8).
       02 NQ-Subject          PIC X(40).
       02 NQ-Body             PIC X(160).
