      *> Progrm-ID: P2Delta.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Change-data feed writer, CALLed by every program that
      *> replaces a live master -- P2HistLoad, P2HistMaint,
      *> P2StuMaint, and P2GenRestore -- just before the new master
      *> is copied over the live one.  Matches the live master
      *> against its replacement in key order, the balance-line way,
      *> and appends an ADD, CHANGE, or DELETE record (DELTAREC.CPY)
      *> to the shared feed P2Delta.dat for every record that
      *> differs, under the next feed sequence numbers.  The
      *> learning-management, housing, and warehouse systems take
      *> the feed through P2DeltaPull instead of diffing nightly
      *> copies of the masters themselves.  Because the feed is the
      *> difference between what was live and what replaces it, a
      *> P2GenRestore rollback shows up as exactly the changes it
      *> undoes.
      *>   Linkage: DeltaReqMaster   HISTORY or STUDENTS,
      *>            DeltaReqOldFile  the live master's name,
      *>            DeltaReqNewFile  the replacement (generation),
      *>            DeltaReqProgram  caller's program name,
      *>            DeltaReqResult   "Y" feed written / "N" not,
      *>            DeltaReqAdds, DeltaReqChanges, DeltaReqDeletes
      *>                             the records written.
      *> Nothing is written unless the replacement can be read and
      *> the DELTA lock is had -- the caller must not replace the
      *> master on an "N", or the feed would silently miss the
      *> rewrite.  No live master yet (status 35) makes every
      *> record an ADD.  The CTLTRL integrity trailers are control
      *> data and never reach the feed.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2Delta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT oldFile ASSIGN TO DYNAMIC WS-OldFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OldStatus.
           SELECT newFile ASSIGN TO DYNAMIC WS-NewFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NewStatus.
           SELECT deltaFile ASSIGN TO "P2Delta.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DeltaStatus.
      *> One-record feed sequence state, same scheme as the
      *> generation-number files.
           SELECT deltaSeqFile ASSIGN TO "P2DeltaSeq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DeltaSeqStatus.

       DATA DIVISION.
       FILE SECTION.
      *> Generic line records -- wide enough for either master's
      *> layout (history 89, demographic 255).
       FD oldFile.
       01 OldRecord.
        02 OldLine PIC X(255).

       FD newFile.
       01 NewRecord.
        02 NewLine PIC X(255).

       FD deltaFile.
       01 DeltaRecord.
           COPY "DELTAREC.CPY".

       FD deltaSeqFile.
       01 DeltaSeqRecord.
        02 DS-LastSeq PIC 9(9).

       WORKING-STORAGE SECTION.
       01 WS-OldStatus PIC XX VALUE SPACES.
       01 WS-NewStatus PIC XX VALUE SPACES.
       01 WS-DeltaStatus PIC XX VALUE SPACES.
       01 WS-DeltaSeqStatus PIC XX VALUE SPACES.
       01 WS-OldFileName PIC X(100) VALUE SPACES.
       01 WS-NewFileName PIC X(100) VALUE SPACES.
       01 WS-OldEOF PIC X VALUE "N".
       01 WS-NewEOF PIC X VALUE "N".
       01 WS-OldOpen PIC X VALUE "N".
      *> Current record's key on each side, HIGH-VALUES at end of
      *> file so the other side drains.
       01 WS-OldKey PIC X(23) VALUE SPACES.
       01 WS-NewKey PIC X(23) VALUE SPACES.
       01 WS-KeyImage PIC X(255) VALUE SPACES.
       01 WS-BuiltKey PIC X(23) VALUE SPACES.
       01 WS-SeqNbr PIC 9(9) VALUE ZERO.
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-DeltaAction PIC X(6) VALUE SPACES.
      *> Interlock request block for the CALLed P2Lock subprogram
      *> -- the history and demographic writers can run at the same
      *> time, so the feed and its sequence are appended under a
      *> lock of their own.
       01 LockRequest.
        02 LockReqName PIC X(10) VALUE SPACES.
        02 LockReqMode PIC X(1) VALUE SPACE.
        02 LockReqAction PIC X(8) VALUE SPACES.
        02 LockReqProgram PIC X(12) VALUE SPACES.
        02 LockReqResult PIC X(1) VALUE SPACE.

       LINKAGE SECTION.
       01 DeltaRequest.
        02 DeltaReqMaster PIC X(8).
        02 DeltaReqOldFile PIC X(40).
        02 DeltaReqNewFile PIC X(40).
        02 DeltaReqProgram PIC X(12).
        02 DeltaReqResult PIC X(1).
        02 DeltaReqAdds PIC 9(7).
        02 DeltaReqChanges PIC 9(7).
        02 DeltaReqDeletes PIC 9(7).

       PROCEDURE DIVISION USING DeltaRequest.
       MOVE "N" TO DeltaReqResult.
       MOVE ZERO TO DeltaReqAdds.
       MOVE ZERO TO DeltaReqChanges.
       MOVE ZERO TO DeltaReqDeletes.
       MOVE DeltaReqOldFile TO WS-OldFileName.
       MOVE DeltaReqNewFile TO WS-NewFileName.
       OPEN INPUT newFile.
       IF WS-NewStatus NOT = "00"
           DISPLAY "P2DELTA: " WS-NewFileName(1:20)
               " UNREADABLE (STATUS " WS-NewStatus
               ") -- NO CHANGE FEED WRITTEN"
           GOBACK
       END-IF.
       MOVE "DELTA" TO LockReqName.
       MOVE "X" TO LockReqMode.
       MOVE "ACQUIRE" TO LockReqAction.
       MOVE "P2DELTA" TO LockReqProgram.
       CALL "P2Lock" USING LockRequest.
       IF LockReqResult NOT = "Y"
           DISPLAY "P2DELTA: FEED LOCK NOT GRANTED -- NO CHANGE "
               "FEED WRITTEN"
           CLOSE newFile
           GOBACK
       END-IF.
       MOVE "N" TO WS-OldEOF.
       MOVE "N" TO WS-NewEOF.
       MOVE "N" TO WS-OldOpen.
       OPEN INPUT oldFile.
       IF WS-OldStatus = "00"
           MOVE "Y" TO WS-OldOpen
       ELSE
           MOVE "Y" TO WS-OldEOF
       END-IF.
       PERFORM ReadSequenceState.
       ACCEPT WS-RunDate FROM DATE YYYYMMDD.
       ACCEPT WS-RunTime FROM TIME.
       OPEN EXTEND deltaFile.
       IF WS-DeltaStatus = "35"
           OPEN OUTPUT deltaFile
       END-IF.
       PERFORM ReadOldRecord.
       PERFORM ReadNewRecord.
       PERFORM UNTIL WS-OldKey = HIGH-VALUES
           AND WS-NewKey = HIGH-VALUES
           EVALUATE TRUE
               WHEN WS-OldKey < WS-NewKey
                   MOVE "DELETE" TO WS-DeltaAction
                   PERFORM WriteDeltaRecord
                   ADD 1 TO DeltaReqDeletes
                   PERFORM ReadOldRecord
               WHEN WS-OldKey > WS-NewKey
                   MOVE "ADD" TO WS-DeltaAction
                   PERFORM WriteDeltaRecord
                   ADD 1 TO DeltaReqAdds
                   PERFORM ReadNewRecord
               WHEN OTHER
                   IF OldLine NOT = NewLine
                       MOVE "CHANGE" TO WS-DeltaAction
                       PERFORM WriteDeltaRecord
                       ADD 1 TO DeltaReqChanges
                   END-IF
                   PERFORM ReadOldRecord
                   PERFORM ReadNewRecord
           END-EVALUATE
       END-PERFORM.
       CLOSE deltaFile.
       CLOSE newFile.
       IF WS-OldOpen = "Y"
           CLOSE oldFile
       END-IF.
       PERFORM WriteSequenceState.
       MOVE "RELEASE" TO LockReqAction.
       CALL "P2Lock" USING LockRequest.
       MOVE "Y" TO DeltaReqResult.
       GOBACK.

      *> The last sequence number handed out -- no state file yet
      *> starts the feed at one.
       ReadSequenceState.
           MOVE ZERO TO WS-SeqNbr
           OPEN INPUT deltaSeqFile
           IF WS-DeltaSeqStatus = "00"
               READ deltaSeqFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DS-LastSeq IS NUMERIC
                           MOVE DS-LastSeq TO WS-SeqNbr
                       END-IF
               END-READ
               CLOSE deltaSeqFile
           END-IF.

       WriteSequenceState.
           OPEN OUTPUT deltaSeqFile
           MOVE WS-SeqNbr TO DS-LastSeq
           WRITE DeltaSeqRecord
           CLOSE deltaSeqFile.

      *> Next course or demographic record on the live side,
      *> trailer skipped.
       ReadOldRecord.
           MOVE HIGH-VALUES TO WS-OldKey
           PERFORM UNTIL WS-OldEOF = "Y" OR WS-OldKey NOT = HIGH-VALUES
               READ oldFile
                   AT END
                       MOVE "Y" TO WS-OldEOF
                   NOT AT END
                       IF OldLine(1:6) NOT = "CTLTRL"
                           MOVE OldLine TO WS-KeyImage
                           PERFORM BuildRecordKey
                           MOVE WS-BuiltKey TO WS-OldKey
                       END-IF
               END-READ
           END-PERFORM.

       ReadNewRecord.
           MOVE HIGH-VALUES TO WS-NewKey
           PERFORM UNTIL WS-NewEOF = "Y" OR WS-NewKey NOT = HIGH-VALUES
               READ newFile
                   AT END
                       MOVE "Y" TO WS-NewEOF
                   NOT AT END
                       IF NewLine(1:6) NOT = "CTLTRL"
                           MOVE NewLine TO WS-KeyImage
                           PERFORM BuildRecordKey
                           MOVE WS-BuiltKey TO WS-NewKey
                       END-IF
               END-READ
           END-PERFORM.

      *> The master's own sort key: W-number, term key, course for
      *> the history master (HISTMST.CPY), the W-number alone for
      *> the demographic master.
       BuildRecordKey.
           MOVE SPACES TO WS-BuiltKey
           IF DeltaReqMaster = "HISTORY"
               STRING WS-KeyImage(1:9), WS-KeyImage(10:5),
                   WS-KeyImage(26:9) DELIMITED BY SIZE
                   INTO WS-BuiltKey
           ELSE
               MOVE WS-KeyImage(1:9) TO WS-BuiltKey
           END-IF.

       WriteDeltaRecord.
           ADD 1 TO WS-SeqNbr
           MOVE SPACES TO DeltaRecord
           MOVE WS-SeqNbr TO DL-SeqNbr
           MOVE WS-RunDate TO DL-Date
           MOVE WS-RunTime TO DL-Time
           MOVE DeltaReqMaster TO DL-Master
           MOVE WS-DeltaAction TO DL-Action
           MOVE DeltaReqProgram TO DL-Program
           EVALUATE WS-DeltaAction
               WHEN "ADD"
                   MOVE WS-NewKey TO DL-Key
                   MOVE NewLine TO DL-After
               WHEN "DELETE"
                   MOVE WS-OldKey TO DL-Key
                   MOVE OldLine TO DL-Before
               WHEN OTHER
                   MOVE WS-NewKey TO DL-Key
                   MOVE OldLine TO DL-Before
                   MOVE NewLine TO DL-After
           END-EVALUATE
           WRITE DeltaRecord.
