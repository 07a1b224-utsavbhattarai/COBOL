      *> Progrm-ID: P2BadAddr.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Unreachable-student list.  P2StuMaint.cob marks a student's
      *> address undeliverable (DM-AddrBad) from the mailroom's
      *> returned-mail feed, and the mailing runs -- P2Letters,
      *> P2GradeMail, P2Billing -- hold those students' pages for
      *> address instead of mailing them.  This run lists everyone
      *> currently flagged on P2Students.dat, in W-number order,
      *> with the address the mail came back from, the date and
      *> document of the latest return, and any e-mail or mobile
      *> number on file for reaching them another way, to
      *> P2BadAddr.dat.  Nothing is changed here: the flag clears
      *> when P2StuMaint applies a new address.  RC 0 when nobody
      *> is flagged, 4 when the list has names, 12 when the master
      *> is missing or does not balance to its trailer.  P2Nightly
      *> runs it as a weekly step ahead of P2Distrib.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2BadAddr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT demographicFile ASSIGN TO "P2Students.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DemographicStatus.
           SELECT reportFile ASSIGN TO "P2BadAddr.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT auditTrailFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.

       DATA DIVISION.
       FILE SECTION.
       FD demographicFile.
       01 DemographicRecord.
           COPY "STUDENTD.CPY".

       FD reportFile.
       01 ReportRecord.
        02 ReportLine PIC X(110).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-DemographicStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-DemoEOF PIC X VALUE "N".
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-CompletionCode PIC 99 VALUE ZERO.
       01 WS-StudentsRead PIC 9(7) VALUE ZERO.
       01 WS-StudentsListed PIC 9(7) VALUE ZERO.
       01 WS-CountOut PIC Z,ZZZ,ZZ9.
      *> Master integrity-trailer verification working fields --
      *> same CTLTRL re-add every reader of the masters performs.
       01 WS-VfyCount PIC 9(9) VALUE ZERO.
       01 WS-VfyHash1 PIC 9(9) VALUE ZERO.
       01 WS-VfyTrailerSeen PIC X VALUE "N".
       01 WS-VfyEOF PIC X VALUE "N".
       01 WS-VfyTrailer.
        02 WS-VT-Tag PIC X(6).
        02 FILLER PIC X(1).
        02 WS-VT-Count PIC 9(9).
        02 WS-VT-Hash1 PIC 9(9).
        02 WS-VT-Hash2 PIC 9(9).
      *> Interlock request block for the CALLed P2Lock subprogram
      *> -- readers hold the masters' locks shared for the run.
       01 LockRequest.
        02 LockReqName PIC X(10) VALUE SPACES.
        02 LockReqMode PIC X(1) VALUE SPACE.
        02 LockReqAction PIC X(8) VALUE SPACES.
        02 LockReqProgram PIC X(12) VALUE SPACES.
        02 LockReqResult PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       ACCEPT WS-RunDate FROM DATE YYYYMMDD.
       ACCEPT WS-RunTime FROM TIME.
       PERFORM AcquireMasterLock.
       PERFORM WriteAuditHeader.
       PERFORM VerifyDemographicMaster.
       OPEN OUTPUT reportFile.
       MOVE SPACES TO ReportLine.
       STRING "STUDENTS WE CANNOT REACH BY MAIL   RUN ", WS-RunDate
           INTO ReportLine.
       WRITE ReportRecord.
       MOVE SPACES TO ReportLine.
       STRING "ADDRESS MARKED UNDELIVERABLE BY RETURNED MAIL -- ",
           "CLEARS WHEN A NEW ADDRESS IS APPLIED" INTO ReportLine.
       WRITE ReportRecord.
       MOVE SPACES TO ReportLine.
       WRITE ReportRecord.
       MOVE SPACES TO ReportLine.
       STRING "W-NUMBER  NAME              RETURNED  DOCUMENT    ",
           "ADDRESS MAIL CAME BACK FROM" INTO ReportLine.
       WRITE ReportRecord.
       MOVE "N" TO WS-DemoEOF.
       OPEN INPUT demographicFile.
       PERFORM UNTIL WS-DemoEOF = "Y"
           READ demographicFile
               AT END
                   MOVE "Y" TO WS-DemoEOF
               NOT AT END
                   IF DemographicRecord(1:6) NOT = "CTLTRL"
                       ADD 1 TO WS-StudentsRead
                       IF DM-AddrBad = "Y"
                           PERFORM ListOneStudent
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE demographicFile.
       MOVE SPACES TO ReportLine.
       WRITE ReportRecord.
       MOVE SPACES TO ReportLine.
       MOVE WS-StudentsRead TO WS-CountOut.
       STRING "STUDENTS ON MASTER: ", WS-CountOut INTO ReportLine.
       WRITE ReportRecord.
       MOVE SPACES TO ReportLine.
       MOVE WS-StudentsListed TO WS-CountOut.
       STRING "CANNOT BE REACHED:  ", WS-CountOut INTO ReportLine.
       WRITE ReportRecord.
       CLOSE reportFile.
       IF WS-StudentsListed > ZERO
           MOVE 4 TO WS-CompletionCode
       ELSE
           MOVE ZERO TO WS-CompletionCode
       END-IF.
       DISPLAY "P2BADADDR: STUDENTS READ: " WS-StudentsRead
           "  CANNOT BE REACHED: " WS-StudentsListed
           "  COMPLETION CODE: " WS-CompletionCode.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseMasterLock.
       MOVE WS-CompletionCode TO RETURN-CODE.
       STOP RUN.

      *> Shared hold on the demographic master for the whole run.
       AcquireMasterLock.
           MOVE "STUDENTS" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           MOVE "P2BADADDR" TO LockReqProgram
           CALL "P2Lock" USING LockRequest
           IF LockReqResult NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       ReleaseMasterLock.
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest.

      *> Re-adds the demographic master against its integrity
      *> trailer -- a truncated master would drop names off the
      *> list without a word.  A master with no trailer yet is
      *> warned about and accepted.
       VerifyDemographicMaster.
           MOVE ZERO TO WS-VfyCount
           MOVE ZERO TO WS-VfyHash1
           MOVE "N" TO WS-VfyTrailerSeen
           MOVE "N" TO WS-VfyEOF
           OPEN INPUT demographicFile
           IF WS-DemographicStatus NOT = "00"
               DISPLAY "P2BADADDR ABORTED: P2Students.dat COULD "
                   "NOT BE OPENED (STATUS " WS-DemographicStatus ")"
               PERFORM AbortRun
           END-IF
           PERFORM UNTIL WS-VfyEOF = "Y"
               READ demographicFile
                   AT END
                       MOVE "Y" TO WS-VfyEOF
                   NOT AT END
                       IF DemographicRecord(1:6) = "CTLTRL"
                           MOVE "Y" TO WS-VfyTrailerSeen
                           MOVE DemographicRecord TO WS-VfyTrailer
                       ELSE
                           ADD 1 TO WS-VfyCount
                           IF DM-CatalogYear IS NUMERIC
                               COMPUTE WS-VfyHash1 =
                                   WS-VfyHash1 + DM-CatalogYear
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE demographicFile
           IF WS-VfyTrailerSeen = "N"
               DISPLAY "P2BADADDR: P2Students.dat CARRIES NO "
                   "INTEGRITY TRAILER (LEGACY MASTER) -- "
                   "USED AS-IS"
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               DISPLAY "P2BADADDR ABORTED: P2Students.dat DOES "
                   "NOT BALANCE TO ITS INTEGRITY TRAILER"
               DISPLAY "  TRAILER: COUNT=" WS-VT-Count
                   " YEARS=" WS-VT-Hash1
               DISPLAY "  ON FILE: COUNT=" WS-VfyCount
                   " YEARS=" WS-VfyHash1
               PERFORM AbortRun
           END-IF.

      *> Closes the audit pair the header opened and ends the run.
       AbortRun.
           ACCEPT WS-RunDate FROM DATE YYYYMMDD
           ACCEPT WS-RunTime FROM TIME
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "TRL ", WS-RunDate, " ", WS-RunTime,
               " P2BADADDR LISTED=0000000 ABORTED"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile
           PERFORM ReleaseMasterLock
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      *> One student: the identifying line with the latest return,
      *> the dead address beneath it, then any other way to reach
      *> them.
       ListOneStudent.
           ADD 1 TO WS-StudentsListed
           MOVE SPACES TO ReportLine
           STRING DM-StudentWNbr, " ", DM-StudentName, "  ",
               DM-AddrReturnDate, "  ", DM-AddrReturnDoc, "  ",
               DM-AddressLine1 INTO ReportLine
           WRITE ReportRecord
           MOVE SPACES TO ReportLine
           MOVE DM-AddressLine2 TO ReportLine(51:30)
           WRITE ReportRecord
           IF DM-Email NOT = SPACES OR DM-MobilePhone NOT = SPACES
               MOVE SPACES TO ReportLine
               STRING "          E-MAIL: ", DM-Email, "  MOBILE: ",
                   DM-MobilePhone INTO ReportLine
               WRITE ReportRecord
           END-IF.

       WriteAuditHeader.
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "HDR ", WS-RunDate, " ", WS-RunTime,
               " P2BADADDR IN=P2Students.dat OUT=P2BadAddr.dat "
               "FRESH" INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.

       WriteAuditTrailer.
           ACCEPT WS-RunDate FROM DATE YYYYMMDD
           ACCEPT WS-RunTime FROM TIME
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "TRL ", WS-RunDate, " ", WS-RunTime,
               " P2BADADDR STUDENTS=", WS-StudentsRead,
               " LISTED=", WS-StudentsListed,
               " RC=", WS-CompletionCode, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
