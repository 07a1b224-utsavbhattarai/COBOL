      *> itself an answer lenders need in writing.  One page per
      *> request.  The full-time and half-time hour lines come from
      *> the same P2Params.dat values the course-load file uses.
      *> A student carrying a blocking institutional hold on
      *> P2Holds.dat still gets the certificate -- enrollment is a
      *> fact, not a service the hold can withhold -- but it is
      *> flagged with the hold type and the office to clear it
      *> with, and the shared hold exceptions file P2HoldExc.dat
      *> gets a line so that office knows the student surfaced.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2EnrollVer.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HX-Key
           FILE STATUS IS WS-KeyedStatus.
           SELECT holdFile ASSIGN TO "P2Holds.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HoldStatus.
           SELECT holdExcFile ASSIGN TO "P2HoldExc.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HoldExcStatus.
           SELECT certificateFile ASSIGN TO "P2EnrollCert.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT paramFile ASSIGN TO "P2Params.dat"
       01 KeyedRecord.
           COPY "HISTIXM.CPY".

       FD holdFile.
       01 HoldRecord.
           COPY "HOLDMST.CPY".

       FD holdExcFile.
       01 HoldExcRecord.
        02 HoldExcLine PIC X(132).

       FD certificateFile.
       01 CertificateRecord.
        02 CertificateLine PIC X(80).
       01 WS-KeyedAvail PIC X VALUE "N".
       01 WS-KeyedEOF PIC X VALUE "N".
       01 WS-ParamStatus PIC XX VALUE SPACES.
       01 WS-HoldStatus PIC XX VALUE SPACES.
       01 WS-HoldExcStatus PIC XX VALUE SPACES.
       01 WS-HoldEOF PIC X VALUE "N".
       01 WS-RequestEOF PIC X VALUE "N".
       01 WS-HistEOF PIC X VALUE "N".
       01 WS-ParamEOF PIC X VALUE "N".
       01 WS-RequestsRead PIC 9(5) VALUE ZERO.
       01 WS-Certified PIC 9(5) VALUE ZERO.
       01 WS-NotEnrolled PIC 9(5) VALUE ZERO.
       01 WS-HoldFlagged PIC 9(5) VALUE ZERO.
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-RunDateOut.
        02 WS-RD-Year PIC 9(4).
        02 FILLER PIC X VALUE "-".
       01 WS-Found PIC X VALUE "N".
       01 WS-LinesOnPage PIC 9(3) VALUE ZERO.
       01 WS-PageSize PIC 9(3) VALUE 55.
      *> Blocking institutional holds, loaded once.
       01 HoldTable.
           02 HoldEntry OCCURS 500 TIMES.
               03 HL-StudentWNbr PIC X(9) VALUE SPACES.
               03 HL-HoldType PIC X(10) VALUE SPACES.
               03 HL-Office PIC X(20) VALUE SPACES.
               03 HL-PlacedDate PIC 9(8) VALUE ZERO.
               03 HL-Reason PIC X(30) VALUE SPACES.
       01 HoldCount PIC 999 VALUE ZERO.
       01 HoldIdx PIC 999 VALUE ZERO.
       01 HoldFoundIdx PIC 999 VALUE ZERO.
      *> Interlock request block for the CALLed P2Lock subprogram
      *> -- readers hold the master's lock shared for the run: the
      *> HISTIX lock when the keyed twin serves the requests, the

       PROCEDURE DIVISION.
       ACCEPT WS-RunDate FROM DATE YYYYMMDD.
       ACCEPT WS-RunTime FROM TIME.
       MOVE WS-RunDate(1:4) TO WS-RD-Year.
       MOVE WS-RunDate(5:2) TO WS-RD-Month.
       MOVE WS-RunDate(7:2) TO WS-RD-Day.
       PERFORM ReadRunParams.
       PERFORM LoadBlockingHolds.
       PERFORM OpenKeyedMaster.
      *> The scanning fallback reads the line-sequential master
      *> directly, so it must balance to its integrity trailer
           STOP RUN
       END-IF.
       OPEN OUTPUT certificateFile.
       OPEN EXTEND holdExcFile.
       IF WS-HoldExcStatus = "35"
           OPEN OUTPUT holdExcFile
       END-IF.
       PERFORM UNTIL WS-RequestEOF = "Y"
           READ requestFile
               AT END
       END-PERFORM.
       CLOSE requestFile.
       CLOSE certificateFile.
       CLOSE holdExcFile.
       IF WS-KeyedAvail = "Y"
           CLOSE keyedFile
       END-IF.
       DISPLAY "P2ENROLLVER: REQUESTS: " WS-RequestsRead
           "  CERTIFIED: " WS-Certified
           "  NOT ENROLLED: " WS-NotEnrolled
           "  HOLD FLAGGED: " WS-HoldFlagged.
       PERFORM ReleaseMasterLock.
       STOP RUN.

           ELSE
               PERFORM ScanMasterForTerm
           END-IF
           PERFORM CheckBlockingHold
           PERFORM WriteCertificate.

      *> The blocking institutional holds.  No holds master simply
      *> means no holds; a hold that does not fit the table is a
      *> hold that would go unflagged, so overflow stops the run.
       LoadBlockingHolds.
           MOVE "N" TO WS-HoldEOF
           OPEN INPUT holdFile
           IF WS-HoldStatus NOT = "00"
               MOVE "Y" TO WS-HoldEOF
           END-IF
           PERFORM UNTIL WS-HoldEOF = "Y"
               READ holdFile
                   AT END
                       MOVE "Y" TO WS-HoldEOF
                   NOT AT END
                       IF HD-Blocking = "Y"
                           IF HoldCount < 500
                               ADD 1 TO HoldCount
                               MOVE HD-StudentWNbr TO
                                   HL-StudentWNbr(HoldCount)
                               MOVE HD-HoldType TO
                                   HL-HoldType(HoldCount)
                               MOVE HD-Office TO HL-Office(HoldCount)
                               MOVE HD-PlacedDate TO
                                   HL-PlacedDate(HoldCount)
                               MOVE HD-Reason TO HL-Reason(HoldCount)
                           ELSE
                               DISPLAY "P2ENROLLVER ABORTED: MORE "
                                   "THAN 500 BLOCKING HOLDS IN "
                                   "P2Holds.dat"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HoldStatus NOT = "35"
               CLOSE holdFile
           END-IF.

      *> First blocking hold on file for the requested student, or
      *> HoldFoundIdx zero when none.
       CheckBlockingHold.
           MOVE ZERO TO HoldFoundIdx
           PERFORM VARYING HoldIdx FROM 1 BY 1
               UNTIL HoldIdx > HoldCount OR HoldFoundIdx > ZERO
               IF HL-StudentWNbr(HoldIdx) = EV-StudentWNbr
                   MOVE HoldIdx TO HoldFoundIdx
               END-IF
           END-PERFORM.

      *> Opens the keyed master once for the whole run of requests
      *> -- not on disk just means every request takes the full-scan
      *> path this program started with.
                   INTO CertificateLine
               PERFORM WriteCertLine
           END-IF
           IF HoldFoundIdx > ZERO
               PERFORM WriteHoldFlag
           END-IF
           MOVE SPACES TO CertificateLine
           PERFORM WriteCertLine
           MOVE "OFFICE OF THE REGISTRAR" TO CertificateLine
               MOVE SPACES TO CertificateLine
               PERFORM WriteCertLine
           END-PERFORM.

      *> The certificate's hold flag, and the exceptions-file line
      *> telling the placing office this student came asking.
       WriteHoldFlag.
           ADD 1 TO WS-HoldFlagged
           MOVE SPACES TO CertificateLine
           PERFORM WriteCertLine
           MOVE SPACES TO CertificateLine
           STRING "*** HOLD ON RECORD: ", HL-HoldType(HoldFoundIdx),
               " (", HL-Office(HoldFoundIdx), ") ***"
               INTO CertificateLine
           PERFORM WriteCertLine
           MOVE SPACES TO HoldExcLine
           STRING WS-RunDate, " ", WS-RunTime, " P2ENROLLVER  ",
               EV-StudentWNbr, " CERTIFICATE FLAG  ",
               HL-HoldType(HoldFoundIdx), " ",
               HL-Office(HoldFoundIdx), " ",
               HL-PlacedDate(HoldFoundIdx), " ",
               HL-Reason(HoldFoundIdx) INTO HoldExcLine
           WRITE HoldExcRecord.
