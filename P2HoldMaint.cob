      *> Progrm-ID: P2HoldMaint.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Institutional holds maintenance.  The FERPA directory hold
      *> on P2Privacy.dat only ever changed where output was routed;
      *> a bursar, library, advising, conduct, or admissions hold
      *> used to arrive as an e-mailed list of names someone had to
      *> remember to check.  This program keeps the holds master
      *> P2Holds.dat (layout in HOLDMST.CPY) from place/release
      *> transactions on P2HoldTrans.dat:
      *>   HT-Action X(1) ("P" place, "R" release), W-number X(9),
      *>   hold type X(10), office X(20) (placing office on a "P",
      *>   releasing office on an "R"), date 9(8) (blank or zero
      *>   means today), reason X(30), blocking X(1) ("Y"/"N",
      *>   blank means "Y").
      *> A student carries at most one hold of each type; placing a
      *> second, or releasing one that is not on file, rejects.
      *> Every transaction -- applied or rejected, with the hold's
      *> particulars -- is logged to P2HoldLog.dat, the permanent
      *> history of who placed and lifted what.  The master is
      *> rewritten in W-number/hold-type order only when something
      *> was applied.  A place that finds the 500-hold table full
      *> is rejected on its own ("HOLD TABLE FULL") and the run
      *> ends at RC 16; everything else applied in the run still
      *> reaches the master, so the log and the master agree.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2HoldMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT transactionFile ASSIGN TO "P2HoldTrans.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TransactionStatus.
           SELECT holdFile ASSIGN TO "P2Holds.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HoldStatus.
           SELECT holdLogFile ASSIGN TO "P2HoldLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HoldLogStatus.
           SELECT auditTrailFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.

       DATA DIVISION.
       FILE SECTION.
       FD transactionFile.
       01 TransactionRecord.
        02 HT-Action PIC X(1).
        02 HT-StudentWNbr PIC X(9).
        02 HT-HoldType PIC X(10).
        02 HT-Office PIC X(20).
        02 HT-Date PIC X(8).
        02 HT-Reason PIC X(30).
        02 HT-Blocking PIC X(1).

       FD holdFile.
       01 HoldRecord.
           COPY "HOLDMST.CPY".

       FD holdLogFile.
       01 HoldLogRecord.
        02 HoldLogLine PIC X(132).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-TransactionStatus PIC XX VALUE SPACES.
       01 WS-HoldStatus PIC XX VALUE SPACES.
       01 WS-HoldLogStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-TransEOF PIC X VALUE "N".
       01 WS-HoldEOF PIC X VALUE "N".
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-TransRead PIC 9(4) VALUE ZERO.
       01 WS-TransApplied PIC 9(4) VALUE ZERO.
       01 WS-TransRejected PIC 9(4) VALUE ZERO.
       01 WS-HoldsPlaced PIC 9(4) VALUE ZERO.
       01 WS-HoldsReleased PIC 9(4) VALUE ZERO.
       01 WS-RejectReason PIC X(30) VALUE SPACES.
       01 WS-TransDate PIC 9(8) VALUE ZERO.
      *> The holds master in memory, kept in W-number/type order.
       01 HoldTable.
           02 HoldEntry OCCURS 500 TIMES.
               03 HL-StudentWNbr PIC X(9) VALUE SPACES.
               03 HL-HoldType PIC X(10) VALUE SPACES.
               03 HL-Office PIC X(20) VALUE SPACES.
               03 HL-PlacedDate PIC 9(8) VALUE ZERO.
               03 HL-Reason PIC X(30) VALUE SPACES.
               03 HL-Blocking PIC X(1) VALUE SPACE.
       01 HoldCount PIC 999 VALUE ZERO.
       01 HoldIdx PIC 999 VALUE ZERO.
       01 HoldFoundIdx PIC 999 VALUE ZERO.
       01 HoldInsertIdx PIC 999 VALUE ZERO.
       01 WS-HoldOverflow PIC X VALUE "N".
       01 WS-HoldTableFull PIC X VALUE "N".

       PROCEDURE DIVISION.
       ACCEPT WS-RunDate FROM DATE YYYYMMDD.
       ACCEPT WS-RunTime FROM TIME.
       PERFORM LoadHolds.
       IF WS-HoldOverflow = "Y"
           DISPLAY "P2HOLDMAINT ABORTED: MORE THAN 500 HOLDS IN "
               "P2Holds.dat -- MASTER LEFT UNTOUCHED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM WriteAuditHeader.
       OPEN INPUT transactionFile.
       IF WS-TransactionStatus NOT = "00"
           DISPLAY "P2HOLDMAINT: NO P2HoldTrans.dat -- "
               "P2Holds.dat LEFT UNTOUCHED"
           PERFORM WriteAuditTrailer
           STOP RUN
       END-IF.
       OPEN EXTEND holdLogFile.
       IF WS-HoldLogStatus = "35"
           OPEN OUTPUT holdLogFile
       END-IF.
       PERFORM UNTIL WS-TransEOF = "Y"
           READ transactionFile
               AT END
                   MOVE "Y" TO WS-TransEOF
               NOT AT END
                   ADD 1 TO WS-TransRead
                   PERFORM ApplyOneHold
           END-READ
       END-PERFORM.
       CLOSE transactionFile.
       CLOSE holdLogFile.
       IF WS-TransApplied > ZERO
           PERFORM RewriteHolds
       ELSE
           DISPLAY "P2HOLDMAINT: NOTHING APPLIED -- "
               "P2Holds.dat LEFT UNTOUCHED"
       END-IF.
       DISPLAY "P2HOLDMAINT: TRANSACTIONS: " WS-TransRead
           "  PLACED: " WS-HoldsPlaced
           "  RELEASED: " WS-HoldsReleased
           "  REJECTED: " WS-TransRejected.
       IF WS-HoldTableFull = "Y"
           DISPLAY "P2HOLDMAINT: HOLD TABLE FULL (500) -- "
               "PLACE TRANSACTIONS REJECTED, SEE P2HoldLog.dat"
       END-IF.
       PERFORM WriteAuditTrailer.
       EVALUATE TRUE
           WHEN WS-HoldOverflow = "Y"
               OR WS-HoldTableFull = "Y"
               MOVE 16 TO RETURN-CODE
           WHEN WS-TransRejected > ZERO
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
       STOP RUN.

      *> One transaction: validate, find the student's hold of that
      *> type, place or release it, and log the outcome.
       ApplyOneHold.
           MOVE SPACES TO WS-RejectReason
           IF HT-Date = SPACES OR HT-Date = ZERO
               MOVE WS-RunDate TO WS-TransDate
           ELSE
               IF HT-Date IS NUMERIC
                   MOVE HT-Date TO WS-TransDate
               ELSE
                   MOVE ZERO TO WS-TransDate
               END-IF
           END-IF
           IF HT-Blocking = SPACE
               MOVE "Y" TO HT-Blocking
           END-IF
           MOVE ZERO TO HoldFoundIdx
           PERFORM VARYING HoldIdx FROM 1 BY 1
               UNTIL HoldIdx > HoldCount
               IF HL-StudentWNbr(HoldIdx) = HT-StudentWNbr
                   AND HL-HoldType(HoldIdx) = HT-HoldType
                   MOVE HoldIdx TO HoldFoundIdx
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN HT-Action NOT = "P" AND HT-Action NOT = "R"
                   MOVE "UNRECOGNIZED ACTION" TO WS-RejectReason
               WHEN HT-StudentWNbr(1:1) NOT = "W"
                   OR HT-StudentWNbr(2:7) NOT NUMERIC
                   MOVE "BAD W-NUMBER" TO WS-RejectReason
               WHEN HT-HoldType NOT = "BURSAR"
                   AND HT-HoldType NOT = "LIBRARY"
                   AND HT-HoldType NOT = "ADVISING"
                   AND HT-HoldType NOT = "CONDUCT"
                   AND HT-HoldType NOT = "ADMISSIONS"
                   MOVE "UNRECOGNIZED HOLD TYPE" TO WS-RejectReason
               WHEN HT-Office = SPACES
                   MOVE "BLANK OFFICE" TO WS-RejectReason
               WHEN WS-TransDate = ZERO
                   OR WS-TransDate > WS-RunDate
                   MOVE "BAD OR FUTURE DATE" TO WS-RejectReason
               WHEN HT-Action = "P" AND HT-Reason = SPACES
                   MOVE "BLANK REASON" TO WS-RejectReason
               WHEN HT-Action = "P"
                   AND HT-Blocking NOT = "Y" AND HT-Blocking NOT = "N"
                   MOVE "BLOCKING FLAG NOT Y OR N"
                       TO WS-RejectReason
               WHEN HT-Action = "P" AND HoldFoundIdx > ZERO
                   MOVE "HOLD ALREADY IN PLACE"
                       TO WS-RejectReason
               WHEN HT-Action = "R" AND HoldFoundIdx = ZERO
                   MOVE "NO SUCH HOLD ON FILE" TO WS-RejectReason
               WHEN HT-Action = "P" AND HoldCount NOT < 500
                   MOVE "Y" TO WS-HoldTableFull
                   MOVE "HOLD TABLE FULL" TO WS-RejectReason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RejectReason NOT = SPACES
               ADD 1 TO WS-TransRejected
               MOVE SPACES TO HoldLogLine
               STRING WS-RunDate, " ", WS-RunTime,
                   " REJECTED ", HT-Action, " ", HT-StudentWNbr,
                   " ", HT-HoldType, " BY ", HT-Office,
                   " -- ", WS-RejectReason INTO HoldLogLine
               WRITE HoldLogRecord
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TransApplied
           IF HT-Action = "P"
               PERFORM PlaceHold
           ELSE
               PERFORM ReleaseHold
           END-IF.

      *> Inserts the new hold at its W-number/type position so the
      *> master stays in key order.
       PlaceHold.
           MOVE 1 TO HoldInsertIdx
           PERFORM VARYING HoldIdx FROM 1 BY 1
               UNTIL HoldIdx > HoldCount
               IF HL-StudentWNbr(HoldIdx) < HT-StudentWNbr
                   OR (HL-StudentWNbr(HoldIdx) = HT-StudentWNbr
                   AND HL-HoldType(HoldIdx) < HT-HoldType)
                   COMPUTE HoldInsertIdx = HoldIdx + 1
               END-IF
           END-PERFORM
           PERFORM VARYING HoldIdx FROM HoldCount BY -1
               UNTIL HoldIdx < HoldInsertIdx
               MOVE HoldEntry(HoldIdx) TO HoldEntry(HoldIdx + 1)
           END-PERFORM
           ADD 1 TO HoldCount
           MOVE HT-StudentWNbr TO HL-StudentWNbr(HoldInsertIdx)
           MOVE HT-HoldType TO HL-HoldType(HoldInsertIdx)
           MOVE HT-Office TO HL-Office(HoldInsertIdx)
           MOVE WS-TransDate TO HL-PlacedDate(HoldInsertIdx)
           MOVE HT-Reason TO HL-Reason(HoldInsertIdx)
           MOVE HT-Blocking TO HL-Blocking(HoldInsertIdx)
           ADD 1 TO WS-HoldsPlaced
           MOVE SPACES TO HoldLogLine
           STRING WS-RunDate, " ", WS-RunTime,
               " PLACED   ", HT-StudentWNbr, " ", HT-HoldType,
               " BY ", HT-Office, " ON ", WS-TransDate,
               " BLOCKING=", HT-Blocking, " ", HT-Reason
               INTO HoldLogLine
           WRITE HoldLogRecord.

      *> Lifts the hold off the master; the log keeps who placed it,
      *> when, and why, alongside who released it.
       ReleaseHold.
           MOVE SPACES TO HoldLogLine
           STRING WS-RunDate, " ", WS-RunTime,
               " RELEASED ", HT-StudentWNbr, " ", HT-HoldType,
               " BY ", HT-Office, " ON ", WS-TransDate,
               " (PLACED ", HL-PlacedDate(HoldFoundIdx), " BY ",
               HL-Office(HoldFoundIdx), ")" INTO HoldLogLine
           WRITE HoldLogRecord
           PERFORM VARYING HoldIdx FROM HoldFoundIdx BY 1
               UNTIL HoldIdx NOT < HoldCount
               MOVE HoldEntry(HoldIdx + 1) TO HoldEntry(HoldIdx)
           END-PERFORM
           SUBTRACT 1 FROM HoldCount
           ADD 1 TO WS-HoldsReleased.

       LoadHolds.
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
                       IF HoldCount < 500
                           ADD 1 TO HoldCount
                           MOVE HD-StudentWNbr TO
                               HL-StudentWNbr(HoldCount)
                           MOVE HD-HoldType TO HL-HoldType(HoldCount)
                           MOVE HD-Office TO HL-Office(HoldCount)
                           MOVE HD-PlacedDate TO
                               HL-PlacedDate(HoldCount)
                           MOVE HD-Reason TO HL-Reason(HoldCount)
                           MOVE HD-Blocking TO HL-Blocking(HoldCount)
                       ELSE
                           MOVE "Y" TO WS-HoldOverflow
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HoldStatus NOT = "35"
               CLOSE holdFile
           END-IF.

       RewriteHolds.
           IF WS-HoldOverflow = "Y"
               DISPLAY "P2Holds.dat NOT REWRITTEN -- "
                   "HOLD TABLE OVERFLOWED THIS RUN"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT holdFile
           PERFORM VARYING HoldIdx FROM 1 BY 1
               UNTIL HoldIdx > HoldCount
               MOVE HL-StudentWNbr(HoldIdx) TO HD-StudentWNbr
               MOVE HL-HoldType(HoldIdx) TO HD-HoldType
               MOVE HL-Office(HoldIdx) TO HD-Office
               MOVE HL-PlacedDate(HoldIdx) TO HD-PlacedDate
               MOVE HL-Reason(HoldIdx) TO HD-Reason
               MOVE HL-Blocking(HoldIdx) TO HD-Blocking
               WRITE HoldRecord
           END-PERFORM
           CLOSE holdFile.

       WriteAuditHeader.
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "HDR ", WS-RunDate, " ", WS-RunTime,
               " P2HOLDMAINT IN=P2HoldTrans.dat OUT=P2Holds.dat "
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
               " P2HOLDMAINT READ=", WS-TransRead,
               " PLACED=", WS-HoldsPlaced,
               " RELEASED=", WS-HoldsReleased,
               " REJECTED=", WS-TransRejected, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
