      *> Progrm-ID: P2AsOf.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> As-of-date history reconstruction, CALLed by P2Reprint for
      *> an as-of transcript order: rebuilds one student's course
      *> records as they stood at the close of a past date and
      *> writes them, in master order, to P2AsOfHist.dat for the
      *> caller to print from.
      *>   Linkage: AsOfReqWNbr      the student,
      *>            AsOfReqDate      the as-of date (YYYYMMDD),
      *>            AsOfReqResult    "Y" rebuilt / "N" refused,
      *>            AsOfReqReason    why it was refused,
      *>            AsOfReqBase      the master the rebuild started
      *>                             from (GENERATION nnnn or LIVE
      *>                             MASTER),
      *>            AsOfReqRolled    changes rolled back,
      *>            AsOfReqUnmatched changes whose after image was
      *>                             not on the base (see below),
      *>            AsOfReqRecords   records written for the
      *>                             student.
      *> The generation log P2HistoryGenLog.dat (GENLOG.CPY) says
      *> which generation was live at the close of the date.  When
      *> that generation is still on disk it IS the answer.  When it
      *> has been pruned, the nearest later generation still on disk
      *> (or the live master) is the base, and every change the
      *> maintenance log P2MaintAudit.dat recorded between the two
      *> is rolled back off it, newest first: a GRADE-CHANGE or
      *> RECORD-CHANGE pair puts the before image back over the
      *> after image, a LOAD-TERM takes off the term P2HistLoad
      *> merged, a LOAD-REPLACED puts back the record that load
      *> displaced.  Pruning drops the oldest generations first, so
      *> an older base is never on disk when the live one is not --
      *> the roll is always backwards.  A merge is followed: records
      *> folded into another W-number after the date are picked up
      *> under the target and rolled back to the student.
      *> Refused rather than guessed at: a P2GenRestore rollback
      *> between the date and the base (no images cross a restore),
      *> changes P2Retain has archived off the log, a base that does
      *> not balance to its integrity trailer.  Changes made before
      *> the log carried full images (merges, renewals, name
      *> corrections, loads) cannot be rolled back; an after image
      *> a later change left unmatchable is counted as unmatched so
      *> the caller can caution the reader.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2AsOf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT genLogFile ASSIGN TO "P2HistoryGenLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GenLogStatus.
      *> The generation or live master the rebuild starts from.
           SELECT baseFile ASSIGN TO DYNAMIC WS-BaseFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BaseStatus.
           SELECT maintAuditFile ASSIGN TO "P2MaintAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MaintAuditStatus.
           SELECT asOfFile ASSIGN TO "P2AsOfHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AsOfStatus.

       DATA DIVISION.
       FILE SECTION.
       FD genLogFile.
       01 GenLogRecord.
           COPY "GENLOG.CPY".

       FD baseFile.
       01 BaseRecord.
           COPY "HISTMST.CPY".

       FD maintAuditFile.
       01 MaintAuditRecord.
        02 MaintAuditLine PIC X(132).

       FD asOfFile.
       01 AsOfRecord.
        02 AsOfLine PIC X(89).

       WORKING-STORAGE SECTION.
       01 WS-GenLogStatus PIC XX VALUE SPACES.
       01 WS-BaseStatus PIC XX VALUE SPACES.
       01 WS-MaintAuditStatus PIC XX VALUE SPACES.
       01 WS-AsOfStatus PIC XX VALUE SPACES.
       01 WS-GenLogEOF PIC X VALUE "N".
       01 WS-BaseEOF PIC X VALUE "N".
       01 WS-AuditEOF PIC X VALUE "N".
       01 WS-BaseFileName PIC X(100) VALUE SPACES.
      *> Date-and-time stamps, YYYYMMDDHHMMSSss, compared as text.
      *> Changes stamped after WS-LowerStamp and not after
      *> WS-UpperStamp are the ones the base carries and the date
      *> did not.
       01 WS-AsOfStamp PIC X(16) VALUE SPACES.
       01 WS-LowerStamp PIC X(16) VALUE SPACES.
       01 WS-UpperStamp PIC X(16) VALUE SPACES.
       01 WS-LineStamp PIC X(16) VALUE SPACES.
       01 WS-RollNeeded PIC X VALUE "N".
       01 WS-CutoffDate PIC X(8) VALUE SPACES.
       01 WS-PendingBefore PIC X(89) VALUE SPACES.
       01 WS-WorkImage PIC X(89) VALUE SPACES.
       01 WS-MorePicks PIC X VALUE "N".
       01 WS-BeforeWNbr PIC X(9) VALUE SPACES.
       01 WS-AfterWNbr PIC X(9) VALUE SPACES.
       01 WS-InterestWNbr PIC X(9) VALUE SPACES.
       01 WS-InterestFound PIC X VALUE "N".
      *> The generation log in memory, oldest first.
       01 GenLogTable.
           02 GenLogEntry OCCURS 2000 TIMES.
               03 GE-GenNbr PIC 9(4) VALUE ZERO.
               03 GE-Stamp PIC X(16) VALUE SPACES.
               03 GE-Action PIC X(8) VALUE SPACES.
       01 GenLogCount PIC 9(4) VALUE ZERO.
       01 GenLogIdx PIC 9(4) VALUE ZERO.
      *> The entry live at the close of the as-of date (ZERO: the
      *> date is older than the log) and the entry chosen as base
      *> (ZERO: the live master).
       01 WS-LiveIdx PIC 9(4) VALUE ZERO.
       01 WS-BaseIdx PIC 9(4) VALUE ZERO.
      *> The student and every W-number the student's records were
      *> merged into after the date.
       01 InterestTable.
           02 InterestEntry OCCURS 50 TIMES.
               03 IN-WNbr PIC X(9) VALUE SPACES.
       01 InterestCount PIC 99 VALUE ZERO.
       01 InterestIdx PIC 99 VALUE ZERO.
      *> The changes to roll back, oldest first: "P" a before/after
      *> image pair, "T" a term a load merged, "R" a record a load
      *> displaced.
       01 ChangeTable.
           02 ChangeEntry OCCURS 2000 TIMES.
               03 CG-Type PIC X(1) VALUE SPACE.
               03 CG-Before PIC X(89) VALUE SPACES.
               03 CG-After PIC X(89) VALUE SPACES.
               03 CG-WNbr PIC X(9) VALUE SPACES.
               03 CG-Years PIC X(11) VALUE SPACES.
       01 ChangeCount PIC 9(4) VALUE ZERO.
       01 ChangeIdx PIC 9(4) VALUE ZERO.
      *> The base's records for the W-numbers of interest, rolled
      *> back in place.  RC-Live "N" is a record a rolled-back load
      *> had added.
       01 RecordTable.
           02 RecordEntry OCCURS 500 TIMES.
               03 RC-Image PIC X(89) VALUE SPACES.
               03 RC-Live PIC X(1) VALUE "N".
               03 RC-Written PIC X(1) VALUE "N".
       01 RecordCount PIC 999 VALUE ZERO.
       01 RecordIdx PIC 999 VALUE ZERO.
       01 RecordFoundIdx PIC 999 VALUE ZERO.
       01 WS-SortKey PIC X(14) VALUE SPACES.
       01 WS-LowKey PIC X(14) VALUE SPACES.
      *> Master integrity-trailer verification working fields --
      *> same CTLTRL re-add every reader of the masters performs.
       01 WS-VfyCount PIC 9(9) VALUE ZERO.
       01 WS-VfyHash1 PIC 9(9) VALUE ZERO.
       01 WS-VfyHash2 PIC 9(9) VALUE ZERO.
       01 WS-VfyTrailerSeen PIC X VALUE "N".
       01 WS-VfyTrailer.
        02 WS-VT-Tag PIC X(6).
        02 FILLER PIC X(1).
        02 WS-VT-Count PIC 9(9).
        02 WS-VT-Hash1 PIC 9(9).
        02 WS-VT-Hash2 PIC 9(9).
      *> Interlock request block for the CALLed P2Lock subprogram
      *> -- the generations and the live master are read under the
      *> HISTORY lock shared, like every other reader of them.
       01 LockRequest.
        02 LockReqName PIC X(10) VALUE SPACES.
        02 LockReqMode PIC X(1) VALUE SPACE.
        02 LockReqAction PIC X(8) VALUE SPACES.
        02 LockReqProgram PIC X(12) VALUE SPACES.
        02 LockReqResult PIC X(1) VALUE SPACE.

       LINKAGE SECTION.
       01 AsOfRequest.
        02 AsOfReqWNbr PIC X(9).
        02 AsOfReqDate PIC 9(8).
        02 AsOfReqResult PIC X(1).
        02 AsOfReqReason PIC X(40).
        02 AsOfReqBase PIC X(20).
        02 AsOfReqRolled PIC 9(5).
        02 AsOfReqUnmatched PIC 9(5).
        02 AsOfReqRecords PIC 9(5).

       PROCEDURE DIVISION USING AsOfRequest.
       MOVE "N" TO AsOfReqResult.
       MOVE SPACES TO AsOfReqReason.
       MOVE SPACES TO AsOfReqBase.
       MOVE ZERO TO AsOfReqRolled.
       MOVE ZERO TO AsOfReqUnmatched.
       MOVE ZERO TO AsOfReqRecords.
       IF AsOfReqDate NOT NUMERIC OR AsOfReqDate = ZERO
           MOVE "AS-OF DATE NOT A DATE" TO AsOfReqReason
           GOBACK
       END-IF.
       MOVE "HISTORY" TO LockReqName.
       MOVE "S" TO LockReqMode.
       MOVE "ACQUIRE" TO LockReqAction.
       MOVE "P2ASOF" TO LockReqProgram.
       CALL "P2Lock" USING LockRequest.
       IF LockReqResult NOT = "Y"
           MOVE "HISTORY MASTER LOCKED" TO AsOfReqReason
           GOBACK
       END-IF.
       MOVE SPACES TO WS-AsOfStamp.
       STRING AsOfReqDate, "99999999" DELIMITED BY SIZE
           INTO WS-AsOfStamp.
       PERFORM LoadGenLog.
       PERFORM ChooseBase.
       IF AsOfReqReason = SPACES
           MOVE ZERO TO InterestCount
           MOVE ZERO TO ChangeCount
           MOVE AsOfReqWNbr TO WS-InterestWNbr
           PERFORM AddInterest
           IF WS-RollNeeded = "Y"
               PERFORM CollectChanges
           END-IF
       END-IF.
       IF AsOfReqReason = SPACES
           PERFORM LoadBaseRecords
       END-IF.
       IF AsOfReqReason = SPACES
           PERFORM RollBackChanges
           PERFORM WriteAsOfHistory
           MOVE "Y" TO AsOfReqResult
       END-IF.
       MOVE "RELEASE" TO LockReqAction.
       CALL "P2Lock" USING LockRequest.
       GOBACK.

       LoadGenLog.
           MOVE ZERO TO GenLogCount
           MOVE "N" TO WS-GenLogEOF
           OPEN INPUT genLogFile
           IF WS-GenLogStatus NOT = "00"
               MOVE "Y" TO WS-GenLogEOF
           END-IF
           PERFORM UNTIL WS-GenLogEOF = "Y"
               READ genLogFile
                   AT END
                       MOVE "Y" TO WS-GenLogEOF
                   NOT AT END
                       IF GenLogCount < 2000
                           ADD 1 TO GenLogCount
                           MOVE GL-GenNbr TO GE-GenNbr(GenLogCount)
                           MOVE SPACES TO GE-Stamp(GenLogCount)
                           STRING GL-Date, GL-Time DELIMITED BY SIZE
                               INTO GE-Stamp(GenLogCount)
                           MOVE GL-Action TO GE-Action(GenLogCount)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GenLogStatus NOT = "35"
               CLOSE genLogFile
           END-IF.

      *> The generation live at the close of the date if it is still
      *> on disk, else the first later one that is, else the live
      *> master.  A restore after the date refuses: the generation
      *> it put back has no images to roll across.
       ChooseBase.
           MOVE ZERO TO WS-LiveIdx
           MOVE ZERO TO WS-BaseIdx
           PERFORM VARYING GenLogIdx FROM 1 BY 1
               UNTIL GenLogIdx > GenLogCount
               IF GE-Stamp(GenLogIdx)(1:8) NOT > AsOfReqDate
                   MOVE GenLogIdx TO WS-LiveIdx
               END-IF
           END-PERFORM
           IF WS-LiveIdx = ZERO
               MOVE WS-AsOfStamp TO WS-LowerStamp
               MOVE 1 TO GenLogIdx
           ELSE
               MOVE GE-Stamp(WS-LiveIdx) TO WS-LowerStamp
               MOVE WS-LiveIdx TO GenLogIdx
           END-IF
           PERFORM UNTIL GenLogIdx > GenLogCount
               OR WS-BaseIdx NOT = ZERO
               IF GenLogIdx > WS-LiveIdx
                   AND GE-Action(GenLogIdx) = "RESTORE"
                   MOVE "GENERATION RESTORED SINCE AS-OF DATE"
                       TO AsOfReqReason
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-BaseFileName
               STRING "P2History.G", GE-GenNbr(GenLogIdx)
                   DELIMITED BY SIZE INTO WS-BaseFileName
               OPEN INPUT baseFile
               IF WS-BaseStatus = "00"
                   CLOSE baseFile
                   MOVE GenLogIdx TO WS-BaseIdx
               ELSE
                   ADD 1 TO GenLogIdx
               END-IF
           END-PERFORM
           IF WS-BaseIdx = ZERO
               MOVE "P2History.dat" TO WS-BaseFileName
               MOVE ALL "9" TO WS-UpperStamp
               MOVE "LIVE MASTER" TO AsOfReqBase
               MOVE "Y" TO WS-RollNeeded
           ELSE
               MOVE GE-Stamp(WS-BaseIdx) TO WS-UpperStamp
               STRING "GENERATION ", GE-GenNbr(WS-BaseIdx)
                   DELIMITED BY SIZE INTO AsOfReqBase
               IF WS-BaseIdx = WS-LiveIdx
                   MOVE "N" TO WS-RollNeeded
               ELSE
                   MOVE "Y" TO WS-RollNeeded
               END-IF
           END-IF.

      *> One pass over the maintenance log, oldest line first,
      *> keeping the changes stamped between the date and the base
      *> that touch a W-number of interest.  A pair whose before
      *> image is of interest makes its after image's W-number of
      *> interest too -- that is how a merge is followed.  A
      *> P2Retain line whose cutoff is past the lower stamp's date
      *> means some of those changes may be in the archive, not
      *> here.
       CollectChanges.
           MOVE "N" TO WS-AuditEOF
           OPEN INPUT maintAuditFile
           IF WS-MaintAuditStatus NOT = "00"
               MOVE "Y" TO WS-AuditEOF
           END-IF
           PERFORM UNTIL WS-AuditEOF = "Y"
               READ maintAuditFile
                   AT END
                       MOVE "Y" TO WS-AuditEOF
                   NOT AT END
                       PERFORM ClassifyAuditLine
               END-READ
           END-PERFORM
           IF WS-MaintAuditStatus NOT = "35"
               CLOSE maintAuditFile
           END-IF.

       ClassifyAuditLine.
           IF MaintAuditLine(1:4) = "RET "
               AND MaintAuditLine(48:8) = " BEFORE="
               MOVE MaintAuditLine(56:8) TO WS-CutoffDate
               IF WS-CutoffDate > WS-LowerStamp(1:8)
                   MOVE "CHANGES SINCE AS-OF DATE ARCHIVED"
                       TO AsOfReqReason
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF MaintAuditLine(1:8) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LineStamp
           STRING MaintAuditLine(1:8), MaintAuditLine(10:8)
               DELIMITED BY SIZE INTO WS-LineStamp
           IF WS-LineStamp NOT > WS-LowerStamp
               OR WS-LineStamp > WS-UpperStamp
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN MaintAuditLine(18:21) = " GRADE-CHANGE BEFORE "
                   MOVE MaintAuditLine(39:89) TO WS-PendingBefore
               WHEN MaintAuditLine(18:21) = " GRADE-CHANGE AFTER  "
                   MOVE MaintAuditLine(39:89) TO WS-WorkImage
                   PERFORM KeepImagePair
               WHEN MaintAuditLine(18:22) = " RECORD-CHANGE BEFORE "
                   MOVE MaintAuditLine(40:89) TO WS-PendingBefore
               WHEN MaintAuditLine(18:22) = " RECORD-CHANGE AFTER  "
                   MOVE MaintAuditLine(40:89) TO WS-WorkImage
                   PERFORM KeepImagePair
               WHEN MaintAuditLine(18:15) = " LOAD-REPLACED "
                   MOVE MaintAuditLine(33:9) TO WS-InterestWNbr
                   PERFORM FindInterest
                   IF WS-InterestFound = "Y"
                       PERFORM AddChange
                       IF ChangeIdx NOT = ZERO
                           MOVE "R" TO CG-Type(ChangeIdx)
                           MOVE MaintAuditLine(33:89) TO
                               CG-Before(ChangeIdx)
                       END-IF
                   END-IF
               WHEN MaintAuditLine(18:11) = " LOAD-TERM "
                   MOVE MaintAuditLine(29:9) TO WS-InterestWNbr
                   PERFORM FindInterest
                   IF WS-InterestFound = "Y"
                       PERFORM AddChange
                       IF ChangeIdx NOT = ZERO
                           MOVE "T" TO CG-Type(ChangeIdx)
                           MOVE MaintAuditLine(29:9) TO
                               CG-WNbr(ChangeIdx)
                           MOVE MaintAuditLine(39:11) TO
                               CG-Years(ChangeIdx)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> The after image is in WS-WorkImage, the before image it
      *> pairs with in WS-PendingBefore.
       KeepImagePair.
           MOVE WS-PendingBefore(1:9) TO WS-BeforeWNbr
           MOVE WS-WorkImage(1:9) TO WS-AfterWNbr
           MOVE WS-BeforeWNbr TO WS-InterestWNbr
           PERFORM FindInterest
           IF WS-InterestFound = "Y"
               MOVE WS-AfterWNbr TO WS-InterestWNbr
               PERFORM FindInterest
               IF WS-InterestFound = "N"
                   PERFORM AddInterest
               END-IF
           ELSE
               MOVE WS-AfterWNbr TO WS-InterestWNbr
               PERFORM FindInterest
           END-IF
           IF WS-InterestFound = "Y"
               PERFORM AddChange
               IF ChangeIdx NOT = ZERO
                   MOVE "P" TO CG-Type(ChangeIdx)
                   MOVE WS-PendingBefore TO CG-Before(ChangeIdx)
                   MOVE WS-WorkImage TO CG-After(ChangeIdx)
               END-IF
           END-IF
           MOVE SPACES TO WS-PendingBefore.

       AddChange.
           MOVE ZERO TO ChangeIdx
           IF ChangeCount < 2000
               ADD 1 TO ChangeCount
               MOVE ChangeCount TO ChangeIdx
               MOVE SPACES TO CG-Before(ChangeIdx)
               MOVE SPACES TO CG-After(ChangeIdx)
               MOVE SPACES TO CG-WNbr(ChangeIdx)
               MOVE SPACES TO CG-Years(ChangeIdx)
           ELSE
               MOVE "TOO MANY CHANGES SINCE AS-OF DATE"
                   TO AsOfReqReason
           END-IF.

       FindInterest.
           MOVE "N" TO WS-InterestFound
           PERFORM VARYING InterestIdx FROM 1 BY 1
               UNTIL InterestIdx > InterestCount
               OR WS-InterestFound = "Y"
               IF IN-WNbr(InterestIdx) = WS-InterestWNbr
                   MOVE "Y" TO WS-InterestFound
               END-IF
           END-PERFORM.

       AddInterest.
           IF InterestCount < 50
               ADD 1 TO InterestCount
               MOVE WS-InterestWNbr TO IN-WNbr(InterestCount)
               MOVE "Y" TO WS-InterestFound
           ELSE
               MOVE "TOO MANY MERGES SINCE AS-OF DATE"
                   TO AsOfReqReason
           END-IF.

      *> Re-adds the base against its integrity trailer while it
      *> picks up the records of interest.  A legacy master with no
      *> trailer is accepted as it stands, as the other readers do.
       LoadBaseRecords.
           MOVE ZERO TO RecordCount
           MOVE ZERO TO WS-VfyCount
           MOVE ZERO TO WS-VfyHash1
           MOVE ZERO TO WS-VfyHash2
           MOVE "N" TO WS-VfyTrailerSeen
           MOVE "N" TO WS-BaseEOF
           OPEN INPUT baseFile
           IF WS-BaseStatus NOT = "00"
               MOVE "NO HISTORY MASTER ON FILE" TO AsOfReqReason
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BaseEOF = "Y"
               READ baseFile
                   AT END
                       MOVE "Y" TO WS-BaseEOF
                   NOT AT END
                       IF BaseRecord(1:6) = "CTLTRL"
                           MOVE "Y" TO WS-VfyTrailerSeen
                           MOVE BaseRecord TO WS-VfyTrailer
                       ELSE
                           ADD 1 TO WS-VfyCount
                           COMPUTE WS-VfyHash1 =
                               WS-VfyHash1 + HM-CreditHr * 100
                           COMPUTE WS-VfyHash2 =
                               WS-VfyHash2 + HM-QP * 100
                           MOVE HM-StudentWNbr TO WS-InterestWNbr
                           PERFORM FindInterest
                           IF WS-InterestFound = "Y"
                               MOVE BaseRecord TO WS-WorkImage
                               PERFORM AddRecord
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE baseFile
           IF WS-VfyTrailerSeen = "Y"
               AND (WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               OR WS-VT-Hash2 NOT = WS-VfyHash2)
               MOVE "BASE OUT OF BALANCE WITH TRAILER"
                   TO AsOfReqReason
           END-IF.

      *> Adds the image in WS-WorkImage as a live record.
       AddRecord.
           IF RecordCount < 500
               ADD 1 TO RecordCount
               MOVE WS-WorkImage TO RC-Image(RecordCount)
               MOVE "Y" TO RC-Live(RecordCount)
               MOVE "N" TO RC-Written(RecordCount)
           ELSE
               MOVE "STUDENT HISTORY TOO LARGE" TO AsOfReqReason
           END-IF.

      *> Newest change first, each one undone.
       RollBackChanges.
           PERFORM VARYING ChangeIdx FROM ChangeCount BY -1
               UNTIL ChangeIdx < 1
               ADD 1 TO AsOfReqRolled
               EVALUATE CG-Type(ChangeIdx)
                   WHEN "P"
                       PERFORM UndoImagePair
                   WHEN "T"
                       PERFORM VARYING RecordIdx FROM 1 BY 1
                           UNTIL RecordIdx > RecordCount
                           IF RC-Live(RecordIdx) = "Y"
                               AND RC-Image(RecordIdx)(1:9) =
                                   CG-WNbr(ChangeIdx)
                               AND RC-Image(RecordIdx)(15:11) =
                                   CG-Years(ChangeIdx)
                               MOVE "N" TO RC-Live(RecordIdx)
                           END-IF
                       END-PERFORM
                   WHEN "R"
                       MOVE CG-Before(ChangeIdx) TO WS-WorkImage
                       PERFORM AddRecord
               END-EVALUATE
           END-PERFORM.

       UndoImagePair.
           MOVE ZERO TO RecordFoundIdx
           PERFORM VARYING RecordIdx FROM 1 BY 1
               UNTIL RecordIdx > RecordCount
               OR RecordFoundIdx NOT = ZERO
               IF RC-Live(RecordIdx) = "Y"
                   AND RC-Image(RecordIdx) = CG-After(ChangeIdx)
                   MOVE RecordIdx TO RecordFoundIdx
               END-IF
           END-PERFORM
           IF RecordFoundIdx = ZERO
               ADD 1 TO AsOfReqUnmatched
           ELSE
               MOVE CG-Before(ChangeIdx) TO
                   RC-Image(RecordFoundIdx)
           END-IF.

      *> The student's surviving records in master order -- term
      *> key, then course -- picked lowest first.
       WriteAsOfHistory.
           OPEN OUTPUT asOfFile
           MOVE "Y" TO WS-MorePicks
           PERFORM UNTIL WS-MorePicks = "N"
               MOVE "N" TO WS-MorePicks
               MOVE ZERO TO RecordFoundIdx
               MOVE HIGH-VALUES TO WS-LowKey
               PERFORM VARYING RecordIdx FROM 1 BY 1
                   UNTIL RecordIdx > RecordCount
                   IF RC-Live(RecordIdx) = "Y"
                       AND RC-Written(RecordIdx) = "N"
                       AND RC-Image(RecordIdx)(1:9) = AsOfReqWNbr
                       MOVE SPACES TO WS-SortKey
                       STRING RC-Image(RecordIdx)(10:5),
                           RC-Image(RecordIdx)(26:9)
                           DELIMITED BY SIZE INTO WS-SortKey
                       IF WS-SortKey < WS-LowKey
                           MOVE WS-SortKey TO WS-LowKey
                           MOVE RecordIdx TO RecordFoundIdx
                       END-IF
                   END-IF
               END-PERFORM
               IF RecordFoundIdx NOT = ZERO
                   MOVE "Y" TO WS-MorePicks
                   MOVE "Y" TO RC-Written(RecordFoundIdx)
                   MOVE RC-Image(RecordFoundIdx) TO AsOfLine
                   WRITE AsOfRecord
                   ADD 1 TO AsOfReqRecords
               END-IF
           END-PERFORM
           CLOSE asOfFile.
