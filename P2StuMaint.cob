      *> sequential lookups in P2.cob and P2Audit.cob keep working.
      *> Transactions that cannot apply -- a malformed W-number, or a
      *> delete for a student not on the master -- go to
      *> P2StuMaintExc.dat instead of being half-applied.  The
      *> transaction ends with the student's career level -- UG,
      *> GR, or blank (read as UG everywhere) -- and an add with
      *> any other career is rejected the same way.  Behind the
      *> career come the student's e-mail address, mobile number,
      *> and notification opt-in (Y, N, or blank); an opt-in of
      *> anything else, or a "Y" with neither an e-mail address
      *> nor a mobile number to send to, is rejected too.
      *> The same run applies the mailroom's returned-mail feed
      *> P2ReturnMail.dat -- W-number X(9), document type X(10)
      *> (LETTER, GRADEMAIL, BILL, ...), date returned 9(8), blank
      *> or zero meaning today -- marking each student's address
      *> undeliverable (DM-AddrBad) with the latest return's date
      *> and document.  A return dated on or before the address's
      *> last change (DM-AddrChangeDate) was mailed to the old
      *> address and is ignored, so the feed can be reapplied
      *> safely.  An "A" that changes either address line clears
      *> the flag and stamps the change date; an "A" that leaves
      *> the address alone keeps the flag as it was.  A return for
      *> a W-number not on the master goes to P2StuMaintExc.dat.
      *> Every record the run adds, changes, or deletes goes on the
      *> shared change feed P2Delta.dat (P2Delta) before the new
      *> master is promoted; a run whose feed cannot be written
      *> does not replace the master.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2StuMaint.
           SELECT demographicFile ASSIGN TO "P2Students.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DemographicStatus.
           SELECT returnFile ASSIGN TO "P2ReturnMail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReturnStatus.
           SELECT exceptionFile ASSIGN TO "P2StuMaintExc.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT mergeWorkFile ASSIGN TO "P2StuMaintWork.tmp".
        02 TX-AddressLine1     PIC X(30).
        02 TX-AddressLine2     PIC X(30).
        02 TX-Advisor          PIC X(20).
        02 TX-TaxpayerID       PIC X(9).
        02 TX-Career           PIC X(2).
        02 TX-Email            PIC X(40).
        02 TX-MobilePhone      PIC X(15).
        02 TX-NotifyOptIn      PIC X(1).

       FD returnFile.
       01 ReturnRecord.
        02 RM-StudentWNbr      PIC X(9).
        02 RM-DocType          PIC X(10).
        02 RM-ReturnDate       PIC X(8).

       FD demographicFile.
       01 DemographicRecord.
       SD mergeWorkFile.
       01 MergeRecord.
        02 MG-StudentWNbr      PIC X(9).
        02 MG-Body             PIC X(246).

       FD generationFile.
       01 GenerationRecord.
        02 GenerationLine PIC X(255).

       FD genStateFile.
       01 GenStateRecord.

       WORKING-STORAGE SECTION.
       01 WS-TransactionStatus PIC XX VALUE SPACES.
       01 WS-ReturnStatus PIC XX VALUE SPACES.
       01 WS-ReturnEOF PIC X VALUE "N".
       01 WS-GenFileStatus PIC XX VALUE SPACES.
       01 WS-GenStateStatus PIC XX VALUE SPACES.
       01 WS-ParamStatus PIC XX VALUE SPACES.
       01 WS-TransRejected PIC 9(4) VALUE ZERO.
       01 WS-RecordsOut PIC 9(6) VALUE ZERO.
       01 WS-TableOverflow PIC X(3) VALUE "NO".
       01 WS-ReturnsApplied PIC 9(4) VALUE ZERO.
       01 WS-ReturnsIgnored PIC 9(4) VALUE ZERO.
       01 WS-ReturnsRejected PIC 9(4) VALUE ZERO.
       01 WS-AddrFlagsCleared PIC 9(4) VALUE ZERO.
      *> The whole transaction file, loaded up front so the one pass
      *> over the old master can see every add/replace/delete at
      *> once.  TR-Matched marks a transaction that found its master
           02 TransactionEntry OCCURS 200 TIMES.
               03 TR-Action PIC X(1) VALUE SPACE.
               03 TR-StudentWNbr PIC X(9) VALUE SPACES.
               03 TR-Body PIC X(219) VALUE SPACES.
               03 TR-Matched PIC X(1) VALUE "N".
               03 TR-Valid PIC X(1) VALUE "N".
      *> The returned-mail status the new record starts from:
      *> carried over from the old record when the address is
      *> unchanged, cleared and re-dated when it changed.
               03 TR-AddrStatus PIC X(27) VALUE SPACES.
       01 TransactionCount PIC 999 VALUE ZERO.
       01 TransactionIdx PIC 999 VALUE ZERO.
       01 TransactionFoundIdx PIC 999 VALUE ZERO.
       01 WS-LookupWNbr PIC X(9) VALUE SPACES.
      *> The returned-mail feed, loaded whole.  RT-Result: A
      *> applied, I ignored (predates the address change), blank
      *> until a master record is met.
       01 ReturnTable.
           02 ReturnEntry OCCURS 500 TIMES.
               03 RT-StudentWNbr PIC X(9) VALUE SPACES.
               03 RT-DocType PIC X(10) VALUE SPACES.
               03 RT-ReturnDate PIC 9(8) VALUE ZERO.
               03 RT-Valid PIC X(1) VALUE "N".
               03 RT-Result PIC X(1) VALUE SPACE.
       01 ReturnCount PIC 999 VALUE ZERO.
       01 ReturnIdx PIC 999 VALUE ZERO.
      *> The address-status tail of a record being merged, at body
      *> columns 220-246.
       01 WS-AddrStatus.
        02 WS-AS-Bad PIC X(1).
        02 WS-AS-ReturnDate PIC 9(8).
        02 WS-AS-ReturnDoc PIC X(10).
        02 WS-AS-ChangeDate PIC 9(8).
      *> Request block for the CALLed P2Delta change-feed writer.
       01 DeltaRequest.
        02 DeltaReqMaster PIC X(8) VALUE SPACES.
        02 DeltaReqOldFile PIC X(40) VALUE SPACES.
        02 DeltaReqNewFile PIC X(40) VALUE SPACES.
        02 DeltaReqProgram PIC X(12) VALUE SPACES.
        02 DeltaReqResult PIC X(1) VALUE SPACE.
        02 DeltaReqAdds PIC 9(7) VALUE ZERO.
        02 DeltaReqChanges PIC 9(7) VALUE ZERO.
        02 DeltaReqDeletes PIC 9(7) VALUE ZERO.
      *> Interlock request block for the CALLed P2Lock subprogram
      *> -- this program rewrites the demographic master, so it
      *> takes the STUDENTS lock exclusive for the whole run.
        02 LockReqResult PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       ACCEPT WS-RunDate FROM DATE YYYYMMDD.
       PERFORM LoadTransactions.
       IF WS-TableOverflow = "YES"
           DISPLAY "P2STUMAINT ABORTED: MORE THAN 200 TRANSACTIONS "
               "IN P2StuTrans.dat -- P2Students.dat LEFT UNTOUCHED"
           STOP RUN
       END-IF.
       PERFORM LoadReturns.
       IF WS-TableOverflow = "YES"
           DISPLAY "P2STUMAINT ABORTED: MORE THAN 500 RETURNS "
               "IN P2ReturnMail.dat -- P2Students.dat LEFT UNTOUCHED"
           STOP RUN
       END-IF.
       IF TransactionCount = ZERO AND ReturnCount = ZERO
           DISPLAY "P2STUMAINT: NO TRANSACTIONS -- "
               "P2Students.dat LEFT UNTOUCHED"
           STOP RUN
           PERFORM PruneOldGenerations
       END-IF.
       PERFORM ReportUnmatchedDeletes.
       PERFORM ReportUnappliedReturns.
       CLOSE exceptionFile.
       DISPLAY "P2STUMAINT: TRANSACTIONS APPLIED: " WS-TransApplied
           "  REJECTED: " WS-TransRejected.
       DISPLAY "P2STUMAINT: RETURNED MAIL APPLIED: " WS-ReturnsApplied
           "  IGNORED: " WS-ReturnsIgnored
           "  REJECTED: " WS-ReturnsRejected
           "  BAD ADDRESSES CLEARED: " WS-AddrFlagsCleared.
       DISPLAY "P2STUMAINT: MASTER RECORDS WRITTEN: " WS-RecordsOut.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseMasterLock.
       IF WS-PromoteFailed = "N" AND WS-TransApplied > ZERO
           PERFORM RebuildSummaryMaster
       END-IF.
       STOP RUN.

      *> Takes the STUDENTS lock exclusive before anything touches
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest.

      *> The cumulative summary P2StuSummary.dat carries each
      *> student's figures for their own career off this master --
      *> rebuilt once the new master is promoted and the STUDENTS
      *> lock is released (P2StuSum takes its own locks).
       RebuildSummaryMaster.
           DISPLAY "P2STUMAINT: REBUILDING CUMULATIVE SUMMARY "
               "(P2StuSum)"
           MOVE "./P2StuSum" TO WS-SystemCommand
           CALL "SYSTEM" USING WS-SystemCommand.

      *> Loads P2StuTrans.dat into TransactionTable, rejecting a
      *> malformed action code or W-number right here so it never
      *> touches the merge.  Rejections are counted now and written
               MOVE TX-Action TO TR-Action(TransactionCount)
               MOVE TX-StudentWNbr TO
                   TR-StudentWNbr(TransactionCount)
               MOVE TransactionRecord(11:219) TO
                   TR-Body(TransactionCount)
               MOVE "N" TO TR-Matched(TransactionCount)
               IF (TX-Action = "A" OR TX-Action = "D")
                   AND TX-StudentWNbr(1:1) = "W"
                   AND TX-StudentWNbr(2:7) NUMERIC
                   AND (TX-Action = "D" OR TX-Career = SPACES
                   OR TX-Career = "UG" OR TX-Career = "GR")
                   AND (TX-Action = "D" OR TX-NotifyOptIn = SPACE
                   OR TX-NotifyOptIn = "N"
                   OR (TX-NotifyOptIn = "Y"
                   AND (TX-Email NOT = SPACES
                   OR TX-MobilePhone NOT = SPACES)))
                   MOVE "Y" TO TR-Valid(TransactionCount)
               ELSE
                   MOVE "N" TO TR-Valid(TransactionCount)
               MOVE "YES" TO WS-TableOverflow
           END-IF.

      *> Loads P2ReturnMail.dat into ReturnTable.  A malformed
      *> W-number or date is marked invalid here and reported by
      *> ReportUnappliedReturns; it never marks an address.
       LoadReturns.
           MOVE "N" TO WS-ReturnEOF
           OPEN INPUT returnFile
           IF WS-ReturnStatus NOT = "00"
               MOVE "Y" TO WS-ReturnEOF
           END-IF
           PERFORM UNTIL WS-ReturnEOF = "Y"
               READ returnFile
                   AT END
                       MOVE "Y" TO WS-ReturnEOF
                   NOT AT END
                       IF ReturnCount < 500
                           ADD 1 TO ReturnCount
                           PERFORM StoreReturn
                       ELSE
                           MOVE "YES" TO WS-TableOverflow
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ReturnStatus NOT = "35"
               CLOSE returnFile
           END-IF.

       StoreReturn.
           MOVE RM-StudentWNbr TO RT-StudentWNbr(ReturnCount)
           MOVE RM-DocType TO RT-DocType(ReturnCount)
           MOVE "N" TO RT-Valid(ReturnCount)
           IF RM-StudentWNbr(1:1) NOT = "W"
               OR RM-StudentWNbr(2:7) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN RM-ReturnDate = SPACES
                   MOVE WS-RunDate TO RT-ReturnDate(ReturnCount)
               WHEN RM-ReturnDate IS NUMERIC
                   MOVE RM-ReturnDate TO RT-ReturnDate(ReturnCount)
                   IF RT-ReturnDate(ReturnCount) = ZERO
                       MOVE WS-RunDate TO RT-ReturnDate(ReturnCount)
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE "Y" TO RT-Valid(ReturnCount).

      *> Looks up WS-LookupWNbr among the loaded transactions,
      *> returning the matching slot (ZERO if none).
       FindTransaction.
                       PERFORM FindTransaction
                       IF TransactionFoundIdx = ZERO
                           MOVE DM-StudentWNbr TO MG-StudentWNbr
                           MOVE DemographicRecord(10:246) TO MG-Body
                           PERFORM ApplyReturns
                           RELEASE MergeRecord
                       ELSE
                           MOVE "Y" TO
                               TR-Matched(TransactionFoundIdx)
                           PERFORM CarryAddressStatus
                       END-IF
                       END-IF
               END-READ
               WHEN TR-Valid(TransactionIdx) = "N"
                   ADD 1 TO WS-TransRejected
                   MOVE SPACES TO ExceptionLine
                   EVALUATE TRUE
                       WHEN TR-Action(TransactionIdx) = "A"
                           AND TR-StudentWNbr(TransactionIdx)(1:1)
                               = "W"
                           AND TR-StudentWNbr(TransactionIdx)(2:7)
                               NUMERIC
                           AND TR-Body(TransactionIdx)(162:2)
                               NOT = SPACES
                           AND TR-Body(TransactionIdx)(162:2)
                               NOT = "UG"
                           AND TR-Body(TransactionIdx)(162:2)
                               NOT = "GR"
                           STRING "REJECTED: BAD CAREER LEVEL ",
                               TR-StudentWNbr(TransactionIdx),
                               " CAREER=",
                               TR-Body(TransactionIdx)(162:2)
                               INTO ExceptionLine
                       WHEN TR-Action(TransactionIdx) = "A"
                           AND TR-StudentWNbr(TransactionIdx)(1:1)
                               = "W"
                           AND TR-StudentWNbr(TransactionIdx)(2:7)
                               NUMERIC
                           STRING "REJECTED: BAD NOTIFICATION OPT-IN ",
                               TR-StudentWNbr(TransactionIdx),
                               " OPT-IN=",
                               TR-Body(TransactionIdx)(219:1),
                               " (Y NEEDS AN E-MAIL OR MOBILE)"
                               INTO ExceptionLine
                       WHEN TR-Action(TransactionIdx) = "A"
                           OR TR-Action(TransactionIdx) = "D"
                           STRING "REJECTED: BAD W-NUMBER ",
                               TR-StudentWNbr(TransactionIdx),
                               " ACTION=", TR-Action(TransactionIdx)
                               INTO ExceptionLine
                       WHEN OTHER
                           STRING "REJECTED: UNKNOWN ACTION ",
                               TR-Action(TransactionIdx), " FOR ",
                               TR-StudentWNbr(TransactionIdx)
                               INTO ExceptionLine
                   END-EVALUATE
                   WRITE ExceptionRecord
               WHEN TR-Action(TransactionIdx) = "A"
                   MOVE TR-StudentWNbr(TransactionIdx)
                       TO MG-StudentWNbr
      *> A brand-new student's address is dated today.
                   IF TR-Matched(TransactionIdx) = "N"
                       MOVE SPACES TO WS-AddrStatus
                       MOVE WS-RunDate TO WS-AS-ChangeDate
                       MOVE WS-AddrStatus
                           TO TR-AddrStatus(TransactionIdx)
                   END-IF
                   MOVE SPACES TO MG-Body
                   MOVE TR-Body(TransactionIdx) TO MG-Body(1:219)
                   MOVE TR-AddrStatus(TransactionIdx)
                       TO MG-Body(220:27)
                   PERFORM ApplyReturns
                   RELEASE MergeRecord
                   ADD 1 TO WS-TransApplied
               WHEN TR-Action(TransactionIdx) = "D"
                   END-IF
           END-EVALUATE.

      *> An "A" replacing a master record: the old record's
      *> returned-mail status survives only if the address lines
      *> are unchanged (TR-Body columns 73-132 hold them).
       CarryAddressStatus.
           MOVE DemographicRecord(229:27) TO WS-AddrStatus
           IF TR-Body(TransactionFoundIdx)(73:30) = DM-AddressLine1
               AND TR-Body(TransactionFoundIdx)(103:30)
                   = DM-AddressLine2
               CONTINUE
           ELSE
               IF WS-AS-Bad = "Y"
                   ADD 1 TO WS-AddrFlagsCleared
               END-IF
               MOVE SPACES TO WS-AddrStatus
               MOVE WS-RunDate TO WS-AS-ChangeDate
           END-IF
           MOVE WS-AddrStatus TO TR-AddrStatus(TransactionFoundIdx).

      *> Marks the record in MG-Body undeliverable for each valid
      *> return of its W-number dated after the address's last
      *> change, keeping the latest return's date and document.
       ApplyReturns.
           MOVE MG-Body(220:27) TO WS-AddrStatus
           IF WS-AS-ChangeDate NOT NUMERIC
               MOVE ZERO TO WS-AS-ChangeDate
           END-IF
           IF WS-AS-ReturnDate NOT NUMERIC
               MOVE ZERO TO WS-AS-ReturnDate
           END-IF
           PERFORM VARYING ReturnIdx FROM 1 BY 1
               UNTIL ReturnIdx > ReturnCount
               IF RT-StudentWNbr(ReturnIdx) = MG-StudentWNbr
                   AND RT-Valid(ReturnIdx) = "Y"
                   IF RT-ReturnDate(ReturnIdx) > WS-AS-ChangeDate
                       MOVE "A" TO RT-Result(ReturnIdx)
                       ADD 1 TO WS-ReturnsApplied
                       MOVE "Y" TO WS-AS-Bad
                       IF RT-ReturnDate(ReturnIdx)
                           NOT < WS-AS-ReturnDate
                           MOVE RT-ReturnDate(ReturnIdx)
                               TO WS-AS-ReturnDate
                           MOVE RT-DocType(ReturnIdx)
                               TO WS-AS-ReturnDoc
                       END-IF
                   ELSE
                       MOVE "I" TO RT-Result(ReturnIdx)
                       ADD 1 TO WS-ReturnsIgnored
                   END-IF
               END-IF
           END-PERFORM
           IF WS-AS-Bad = "Y"
               MOVE WS-AddrStatus TO MG-Body(220:27)
           END-IF.

      *> Every return that did not mark an address is accounted for
      *> on the exception file: malformed, predating the address
      *> change, or for a W-number the master does not carry.
       ReportUnappliedReturns.
           PERFORM VARYING ReturnIdx FROM 1 BY 1
               UNTIL ReturnIdx > ReturnCount
               MOVE SPACES TO ExceptionLine
               EVALUATE TRUE
                   WHEN RT-Valid(ReturnIdx) = "N"
                       ADD 1 TO WS-ReturnsRejected
                       STRING "REJECTED: BAD RETURNED-MAIL RECORD ",
                           RT-StudentWNbr(ReturnIdx), " ",
                           RT-DocType(ReturnIdx)
                           INTO ExceptionLine
                   WHEN RT-Result(ReturnIdx) = "I"
                       STRING "IGNORED: RETURNED ",
                           RT-DocType(ReturnIdx), " FOR ",
                           RT-StudentWNbr(ReturnIdx), " DATED ",
                           RT-ReturnDate(ReturnIdx),
                           " PREDATES THE ADDRESS CHANGE"
                           INTO ExceptionLine
                   WHEN RT-Result(ReturnIdx) = SPACE
                       ADD 1 TO WS-ReturnsRejected
                       STRING "REJECTED: RETURNED MAIL FOR W-NUMBER "
                           "NOT ON MASTER ", RT-StudentWNbr(ReturnIdx)
                           INTO ExceptionLine
               END-EVALUATE
               IF ExceptionLine NOT = SPACES
                   WRITE ExceptionRecord
               END-IF
           END-PERFORM.

      *> A delete that never found its master record is a keying
      *> error worth reporting, not a silent no-op.
       ReportUnmatchedDeletes.
                       MOVE "Y" TO WS-MergeEOF
                   NOT AT END
                       MOVE MG-StudentWNbr TO GenerationLine(1:9)
                       MOVE MG-Body TO GenerationLine(10:246)
                       WRITE GenerationRecord
                       ADD 1 TO WS-RecordsOut
                       ADD 1 TO TL-Count
           MOVE SPACES TO WS-GenFileName
           STRING "P2Students.G", WS-NewGenNbr INTO WS-GenFileName.

      *> The change feed for this rewrite, off the live master and
      *> the generation about to replace it (P2Delta).
       WriteChangeFeed.
           MOVE "STUDENTS" TO DeltaReqMaster
           MOVE "P2Students.dat" TO DeltaReqOldFile
           MOVE WS-GenFileName TO DeltaReqNewFile
           MOVE "P2STUMAINT" TO DeltaReqProgram
           CALL "P2Delta" USING DeltaRequest
           IF DeltaReqResult = "Y"
               DISPLAY "P2STUMAINT: CHANGE FEED ADDS: " DeltaReqAdds
                   "  CHANGES: " DeltaReqChanges
                   "  DELETES: " DeltaReqDeletes
           END-IF.

      *> Clean end of job only: copies the just-written generation
      *> onto the live master name and records the new generation
      *> number.
       PromoteNewMaster.
           MOVE "N" TO WS-GenCopyEOF
           PERFORM WriteChangeFeed
           IF DeltaReqResult NOT = "Y"
               DISPLAY "P2STUMAINT: CHANGE FEED NOT WRITTEN -- "
                   "MASTER NOT REPLACED"
               MOVE "Y" TO WS-PromoteFailed
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT generationFile
           IF WS-GenFileStatus NOT = "00"
               DISPLAY "P2STUMAINT: GENERATION "
               STRING "TRL ", WS-RunDate, " ", WS-RunTime,
                   " P2STUMAINT APPLIED=", WS-TransApplied,
                   " REJECTED=", WS-TransRejected,
                   " WRITTEN=", WS-RecordsOut,
                   " RETURNS=", WS-ReturnsApplied, " PROMOTE-FAILED"
                   INTO AuditTrailLine
           ELSE
               STRING "TRL ", WS-RunDate, " ", WS-RunTime,
                   " P2STUMAINT APPLIED=", WS-TransApplied,
                   " REJECTED=", WS-TransRejected,
                   " WRITTEN=", WS-RecordsOut,
                   " RETURNS=", WS-ReturnsApplied, " NORMAL"
                   INTO AuditTrailLine
           END-IF
           WRITE AuditTrailRecord
