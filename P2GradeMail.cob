      *> standing from P2Standing.dat, and pads to a full printed
      *> sheet.  FERPA-held students' pages route to the
      *> restricted output P2GradeMailRest.dat, the way P2 already
      *> separates its transcript pages.  A student whose address
      *> the mail has come back from (DM-AddrBad on the master)
      *> gets the page in P2GradeMailHold.dat instead, under a HOLD
      *> FOR ADDRESS line -- ahead of the FERPA routing, since a
      *> page that cannot be delivered is not mailed at all; a
      *> FERPA-held student's held page keeps its CONFIDENTIAL
      *> banner.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2GradeMail.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT restrictedFile ASSIGN TO "P2GradeMailRest.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT addrHoldFile ASSIGN TO "P2GradeMailHold.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT paramFile ASSIGN TO "P2Params.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParamStatus.
       01 RestrictedRecord.
        02 RestrictedLine PIC X(90).

       FD addrHoldFile.
       01 AddrHoldRecord.
        02 AddrHoldLine PIC X(90).

       FD paramFile.
       01 ParamRecord.
        02 ParamLine PIC X(40).
       01 WS-AddressLine2 PIC X(30) VALUE SPACES.
       01 WS-Standing PIC X(10) VALUE SPACES.
       01 WS-PrivacyHold PIC X VALUE "N".
       01 WS-AddrBad PIC X VALUE "N".
       01 WS-AddrReturnDate PIC X(8) VALUE SPACES.
       01 WS-AddrReturnDoc PIC X(10) VALUE SPACES.
       01 WS-AddrHeldPages PIC 9(5) VALUE ZERO.
       01 WS-SemCreditOut PIC Z9.99.
       01 WS-CumCreditOut PIC ZZZ9.99.
       01 StandingTable.
       PERFORM OpenDemographics.
       OPEN OUTPUT mailFile.
       OPEN OUTPUT restrictedFile.
       OPEN OUTPUT addrHoldFile.
       PERFORM UNTIL WS-ExtractEOF = "Y"
           READ extractFile
               AT END
       CLOSE extractFile.
       CLOSE mailFile.
       CLOSE restrictedFile.
       CLOSE addrHoldFile.
       IF WS-DemographicStatus = "00"
           CLOSE demographicFile
       END-IF.
       DISPLAY "P2GRADEMAIL: PAGES: " WS-PagesWritten
           "  RESTRICTED (FERPA): " WS-HeldPages
           "  HELD FOR ADDRESS: " WS-AddrHeldPages.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseMasterLock.
       STOP RUN.
               END-IF
           END-PERFORM
           ADD 1 TO WS-PagesWritten
           IF WS-AddrBad = "Y"
               ADD 1 TO WS-AddrHeldPages
           ELSE
               IF WS-PrivacyHold = "Y"
                   ADD 1 TO WS-HeldPages
               END-IF
           END-IF
           MOVE ZERO TO WS-LinesOnPage
           IF WS-AddrBad = "Y"
               MOVE SPACES TO WS-PageLine
               STRING "*** HOLD FOR ADDRESS -- " DELIMITED BY SIZE,
                   WS-AddrReturnDoc DELIMITED BY SPACE,
                   " RETURNED " DELIMITED BY SIZE,
                   WS-AddrReturnDate DELIMITED BY SIZE,
                   " ***" DELIMITED BY SIZE
                   INTO WS-PageLine
               PERFORM WritePageLine
           END-IF
           IF WS-PrivacyHold = "Y"
               MOVE SPACES TO WS-PageLine
               STRING "*** CONFIDENTIAL -- FERPA DIRECTORY HOLD ",
           END-PERFORM.

       WritePageLine.
           EVALUATE TRUE
               WHEN WS-AddrBad = "Y"
                   MOVE WS-PageLine TO AddrHoldLine
                   WRITE AddrHoldRecord
               WHEN WS-PrivacyHold = "Y"
                   MOVE WS-PageLine TO RestrictedLine
                   WRITE RestrictedRecord
               WHEN OTHER
                   MOVE WS-PageLine TO MailLine
                   WRITE MailRecord
           END-EVALUATE
           ADD 1 TO WS-LinesOnPage.

      *> Sequential lookahead join against the demographic master
       LookupDemographics.
           MOVE SPACES TO WS-AddressLine1
           MOVE SPACES TO WS-AddressLine2
           MOVE "N" TO WS-AddrBad
           MOVE SPACES TO WS-AddrReturnDate
           MOVE SPACES TO WS-AddrReturnDoc
           PERFORM UNTIL WS-DemoEOF = "Y"
               OR DM-StudentWNbr NOT < WS-SumWNbr
               PERFORM ReadDemographicRecord
               AND DM-StudentWNbr = WS-SumWNbr
               MOVE DM-AddressLine1 TO WS-AddressLine1
               MOVE DM-AddressLine2 TO WS-AddressLine2
               IF DM-AddrBad = "Y"
                   MOVE "Y" TO WS-AddrBad
                   MOVE DM-AddrReturnDate TO WS-AddrReturnDate
                   MOVE DM-AddrReturnDoc TO WS-AddrReturnDoc
               END-IF
           END-IF.

       LoadStandingTable.
           MOVE SPACES TO AuditTrailLine
           STRING "TRL ", WS-RunDate, " ", WS-RunTime,
               " P2GRADEMAIL READ=", WS-PagesWritten,
               " RESTRICTED=", WS-HeldPages,
               " ADDRHELD=", WS-AddrHeldPages, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
