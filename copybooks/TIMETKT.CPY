      *> Registration time-ticket record (P2TimeTickets.dat) -- one
      *> record per continuing student per registration term: the
      *> date and time the student's registration opens.  Written
      *> by P2TimeTicket.cob before each registration period (a
      *> re-run replaces that term's tickets and carries every
      *> other term's); read by P2Register.cob, which seats no
      *> cleared proposal for a ticketed term before the student's
      *> ticket opens, nor one for a student the term's tickets
      *> leave out.  A term with no tickets on file registers open,
      *> as every term did before tickets existed.  COPYed under an
      *> FD 01 the same way STUDENT.CPY is.
       02 TT-StudentWNbr      PIC X(9).
       02 TT-Years            PIC X(11).
      *> Priority group off P2TicketGroups.dat that placed the
      *> student -- lower numbers register first.
       02 TT-Group            PIC 9(2).
       02 TT-StartDate        PIC 9(8).
      *> HHMM, 24-hour clock.
       02 TT-StartTime        PIC 9(4).
       02 TT-AssignedDate     PIC 9(8).
