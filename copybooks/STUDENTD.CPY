      *> name/W-number pair in STUDENT.CPY: degree program (the key
      *> into the P2DegreeReq.dat requirements master), major and
      *> college for the transcript heading, catalog year, and the
      *> mailing address and advisor the letter runs need, and the
      *> taxpayer ID the year-end 1098-T run files under.  COPYed
      *> under an FD 01 the same way STUDENT.CPY is.
       02 DM-StudentWNbr      PIC X(9).
       02 DM-StudentName      PIC X(16).
       02 DM-AddressLine1     PIC X(30).
       02 DM-AddressLine2     PIC X(30).
       02 DM-Advisor          PIC X(20).
      *> Nine-digit SSN/ITIN, digits only; SPACES when the student
      *> has not supplied one.  Appended behind the advisor, so a
      *> record written before the column existed reads back blank.
       02 DM-TaxpayerID       PIC X(9).
      *> Career level the student is enrolled in -- UG
      *> (undergraduate) or GR (graduate).  Appended behind the
      *> taxpayer ID; a record written before the column existed
      *> reads back blank, which every reader takes as UG.
       02 DM-Career           PIC X(2).
      *> Electronic contact for the outbound notification queue
      *> (P2Notify.cob): e-mail address, mobile number (digits
      *> only, country code first), and the student's opt-in --
      *> "Y" to receive e-mail and text notices at whichever of
      *> the two is on file, "N" or blank for none.  Appended
      *> behind the career; an older record reads back blank, so
      *> no student is messaged without having opted in.
       02 DM-Email            PIC X(40).
       02 DM-MobilePhone      PIC X(15).
       02 DM-NotifyOptIn      PIC X(1).
      *> Returned-mail status.  DM-AddrBad "Y" marks the mailing
      *> address undeliverable: P2StuMaint sets it off the
      *> returned-mail feed P2ReturnMail.dat, recording when the
      *> piece came back and what it was, and clears it when an
      *> address change is applied.  DM-AddrChangeDate is the
      *> date the address lines last changed -- mail returned on
      *> or before it was sent to the old address and no longer
      *> marks anything.  The mailing runs hold a flagged
      *> student's pages for address instead of mailing them.
      *> Appended behind the opt-in; an older record reads back
      *> blank, deliverable.
       02 DM-AddrBad          PIC X(1).
       02 DM-AddrReturnDate   PIC 9(8).
       02 DM-AddrReturnDoc    PIC X(10).
       02 DM-AddrChangeDate   PIC 9(8).
