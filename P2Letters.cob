      *> advising appointment, and the registrar's closing block.
      *> ADVISORY lines from a midterm run are skipped: midterm
      *> standing is not a letter, it is a phone call from advising.
      *> A student whose address is flagged undeliverable on the
      *> master (DM-AddrBad, set from the returned-mail feed by
      *> P2StuMaint.cob) gets the same page, but it goes to
      *> P2LettersHold.dat under a HOLD FOR ADDRESS line instead of
      *> into the mail run; the registrar releases it once the
      *> address is corrected.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2Letters.
           FILE STATUS IS WS-DemographicStatus.
           SELECT letterFile ASSIGN TO "P2Letters.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT letterHoldFile ASSIGN TO "P2LettersHold.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
      *> Same run-control parameter file P2 reads, so the letter's
      *> good-standing line states the threshold the probation run
      *> actually used.
       01 LetterRecord.
        02 LetterLine PIC X(80).

       FD letterHoldFile.
       01 LetterHoldRecord.
        02 LetterHoldLine PIC X(80).

       FD paramFile.
       01 ParamRecord.
        02 ParamLine PIC X(40).
       01 WS-LettersWritten PIC 9(5) VALUE ZERO.
       01 WS-AdvisorySkipped PIC 9(5) VALUE ZERO.
       01 WS-NoAddressCount PIC 9(5) VALUE ZERO.
       01 WS-HeldForAddress PIC 9(5) VALUE ZERO.
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunDateOut.
        02 WS-RD-Year PIC 9(4).
       01 WS-AddressLine2 PIC X(30) VALUE SPACES.
       01 WS-Advisor PIC X(20) VALUE SPACES.
       01 WS-DemoFound PIC X VALUE "N".
       01 WS-AddrBad PIC X VALUE "N".
       01 WS-AddrReturnDate PIC X(8) VALUE SPACES.
       01 WS-AddrReturnDoc PIC X(10) VALUE SPACES.
      *> Interlock request block for the CALLed P2Lock subprogram
      *> -- readers hold the masters' locks shared for the run.
       01 LockRequest.
       PERFORM VerifyDemographicMaster.
       PERFORM OpenDemographics.
       OPEN OUTPUT letterFile.
       OPEN OUTPUT letterHoldFile.
       PERFORM WriteAuditHeader.
       PERFORM UNTIL WS-ProbationEOF = "Y"
           READ probationFile
           "   NO ADDRESS ON FILE: ", WS-NoAddressCount
           INTO LetterLine.
       WRITE LetterRecord.
       MOVE SPACES TO LetterLine.
       STRING "HELD FOR ADDRESS (SEE P2LettersHold.dat): ",
           WS-HeldForAddress INTO LetterLine.
       WRITE LetterRecord.
       MOVE SPACES TO LetterHoldLine.
       STRING "LETTERS HELD FOR ADDRESS: ", WS-HeldForAddress
           INTO LetterHoldLine.
       WRITE LetterHoldRecord.
       CLOSE probationFile.
       IF WS-DemoOpen = "Y"
           CLOSE demographicFile
       END-IF.
       CLOSE letterFile.
       CLOSE letterHoldFile.
       DISPLAY "P2LETTERS: LETTERS PRODUCED: " WS-LettersWritten
           "  ADVISORY SKIPPED: " WS-AdvisorySkipped
           "  NO ADDRESS: " WS-NoAddressCount
           "  HELD FOR ADDRESS: " WS-HeldForAddress.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseMasterLock.
       STOP RUN.
           STRING "TRL ", WS-RunDate, " ", WS-RunTime,
               " P2LETTERS READ=", WS-LettersWritten,
               " ADVISORY=", WS-AdvisorySkipped,
               " NOADDRESS=", WS-NoAddressCount,
               " HELD=", WS-HeldForAddress, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
           MOVE SPACES TO WS-AddressLine1
           MOVE SPACES TO WS-AddressLine2
           MOVE SPACES TO WS-Advisor
           MOVE "N" TO WS-AddrBad
           MOVE SPACES TO WS-AddrReturnDate
           MOVE SPACES TO WS-AddrReturnDoc
           PERFORM UNTIL WS-DemoEOF = "Y"
               OR DM-StudentWNbr NOT < PB-StudentWNbr
               PERFORM ReadDemographicRecord
               MOVE DM-AddressLine1 TO WS-AddressLine1
               MOVE DM-AddressLine2 TO WS-AddressLine2
               MOVE DM-Advisor TO WS-Advisor
               IF DM-AddrBad = "Y"
                   MOVE "Y" TO WS-AddrBad
                   MOVE DM-AddrReturnDate TO WS-AddrReturnDate
                   MOVE DM-AddrReturnDoc TO WS-AddrReturnDoc
               END-IF
           END-IF.

      *> A letter to an address the mail has come back from goes to
      *> the hold file, never into the mail run.
       WriteLetterLine.
           IF WS-AddrBad = "Y"
               MOVE LetterLine TO LetterHoldLine
               WRITE LetterHoldRecord
           ELSE
               WRITE LetterRecord
           END-IF
           ADD 1 TO WS-LinesOnLetter.

      *> One print-ready page per student: date, mailing block,
           ADD 1 TO WS-LettersWritten
           PERFORM LookupDemographics
           MOVE ZERO TO WS-LinesOnLetter
           IF WS-AddrBad = "Y"
               ADD 1 TO WS-HeldForAddress
               MOVE SPACES TO LetterLine
               STRING "*** HOLD FOR ADDRESS -- " DELIMITED BY SIZE,
                   WS-AddrReturnDoc DELIMITED BY SPACE,
                   " RETURNED " DELIMITED BY SIZE,
                   WS-AddrReturnDate DELIMITED BY SIZE,
                   " ***" DELIMITED BY SIZE
                   INTO LetterLine
               PERFORM WriteLetterLine
           END-IF
           MOVE SPACES TO LetterLine
           STRING "SOUTHEASTERN LOUISIANA UNIVERSITY"
               INTO LetterLine
