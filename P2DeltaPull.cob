      *> Progrm-ID: P2DeltaPull.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Subscriber pull for the shared change feed P2Delta.dat
      *> (DELTAREC.CPY), the ADD/CHANGE/DELETE records every master
      *> rewrite leaves through P2Delta.  Each subscriber -- the
      *> learning-management system, housing, the data warehouse --
      *> has a bookmark file P2DeltaBkm-<SUBSCRIBER>.dat holding the
      *> last feed sequence number it was handed; a pull copies every
      *> feed record past the bookmark, in sequence order, to
      *> P2DeltaOut-<SUBSCRIBER>.dat and moves the bookmark up to
      *> the last one copied.  A subscriber with no bookmark yet gets
      *> the whole feed.
      *>   Usage:  P2DeltaPull LMS
      *>           P2DeltaPull WAREHOUSE 000001200
      *> The optional second argument re-delivers from just past the
      *> sequence number given -- for a subscriber that lost a pull
      *> -- and the bookmark follows it.  Every pull is logged to
      *> P2AuditTrail.dat.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2DeltaPull.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT deltaFile ASSIGN TO "P2Delta.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DeltaStatus.
           SELECT bookmarkFile ASSIGN TO DYNAMIC WS-BookmarkFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BookmarkStatus.
           SELECT pullFile ASSIGN TO DYNAMIC WS-PullFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PullStatus.
           SELECT auditTrailFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.

       DATA DIVISION.
       FILE SECTION.
       FD deltaFile.
       01 DeltaRecord.
           COPY "DELTAREC.CPY".

       FD bookmarkFile.
       01 BookmarkRecord.
        02 BK-LastSeq PIC 9(9).
        02 FILLER PIC X(1).
        02 BK-Date PIC 9(8).
        02 FILLER PIC X(1).
        02 BK-Time PIC 9(8).

       FD pullFile.
       01 PullRecord.
        02 PullLine PIC X(592).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-DeltaStatus PIC XX VALUE SPACES.
       01 WS-BookmarkStatus PIC XX VALUE SPACES.
       01 WS-PullStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-BookmarkFileName PIC X(40) VALUE SPACES.
       01 WS-PullFileName PIC X(40) VALUE SPACES.
       01 WS-DeltaEOF PIC X VALUE "N".
       01 WS-ArgNum PIC 9(2) VALUE ZERO.
       01 WS-Subscriber PIC X(10) VALUE SPACES.
       01 WS-FromArg PIC X(9) VALUE SPACES.
       01 WS-FromSeq PIC 9(9) VALUE ZERO.
       01 WS-LastSeq PIC 9(9) VALUE ZERO.
       01 WS-Delivered PIC 9(7) VALUE ZERO.
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
      *> Interlock request block for the CALLed P2Lock subprogram
      *> -- the feed is read under the DELTA lock shared, so a pull
      *> never sees a rewrite's feed records half appended.
       01 LockRequest.
        02 LockReqName PIC X(10) VALUE SPACES.
        02 LockReqMode PIC X(1) VALUE SPACE.
        02 LockReqAction PIC X(8) VALUE SPACES.
        02 LockReqProgram PIC X(12) VALUE SPACES.
        02 LockReqResult PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       ACCEPT WS-RunDate FROM DATE YYYYMMDD.
       ACCEPT WS-RunTime FROM TIME.
       MOVE 1 TO WS-ArgNum.
       DISPLAY WS-ArgNum UPON ARGUMENT-NUMBER.
       ACCEPT WS-Subscriber FROM ARGUMENT-VALUE
           ON EXCEPTION
               MOVE SPACES TO WS-Subscriber
       END-ACCEPT.
       MOVE 2 TO WS-ArgNum.
       DISPLAY WS-ArgNum UPON ARGUMENT-NUMBER.
       ACCEPT WS-FromArg FROM ARGUMENT-VALUE
           ON EXCEPTION
               MOVE SPACES TO WS-FromArg
       END-ACCEPT.
       IF WS-Subscriber = SPACES
           DISPLAY "P2DELTAPULL: USAGE: P2DeltaPull <SUBSCRIBER> "
               "[<RESTART SEQUENCE NUMBER>]"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF WS-FromArg NOT = SPACES AND WS-FromArg NOT NUMERIC
           DISPLAY "P2DELTAPULL: RESTART SEQUENCE NUMBER MUST BE "
               "NINE DIGITS, GOT: " WS-FromArg
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       STRING "P2DeltaBkm-", WS-Subscriber DELIMITED BY SPACE,
           ".dat" DELIMITED BY SIZE INTO WS-BookmarkFileName.
       STRING "P2DeltaOut-", WS-Subscriber DELIMITED BY SPACE,
           ".dat" DELIMITED BY SIZE INTO WS-PullFileName.
       PERFORM AcquireFeedLock.
       IF WS-FromArg = SPACES
           PERFORM ReadBookmark
       ELSE
           MOVE WS-FromArg TO WS-FromSeq
       END-IF.
       MOVE WS-FromSeq TO WS-LastSeq.
       PERFORM WriteAuditHeader.
       OPEN OUTPUT pullFile.
       MOVE "N" TO WS-DeltaEOF.
       OPEN INPUT deltaFile.
       IF WS-DeltaStatus NOT = "00"
           MOVE "Y" TO WS-DeltaEOF
       END-IF.
       PERFORM UNTIL WS-DeltaEOF = "Y"
           READ deltaFile
               AT END
                   MOVE "Y" TO WS-DeltaEOF
               NOT AT END
                   IF DL-SeqNbr IS NUMERIC
                       AND DL-SeqNbr > WS-FromSeq
                       MOVE DeltaRecord TO PullLine
                       WRITE PullRecord
                       ADD 1 TO WS-Delivered
                       IF DL-SeqNbr > WS-LastSeq
                           MOVE DL-SeqNbr TO WS-LastSeq
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-DeltaStatus NOT = "35"
           CLOSE deltaFile
       END-IF.
       CLOSE pullFile.
       PERFORM WriteBookmark.
       PERFORM ReleaseFeedLock.
       DISPLAY "P2DELTAPULL: " WS-Subscriber " FROM " WS-FromSeq
           "  DELIVERED: " WS-Delivered "  BOOKMARK NOW: " WS-LastSeq.
       PERFORM WriteAuditTrailer.
       STOP RUN.

       AcquireFeedLock.
           MOVE "DELTA" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           MOVE "P2DELTAPULL" TO LockReqProgram
           CALL "P2Lock" USING LockRequest
           IF LockReqResult NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       ReleaseFeedLock.
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest.

      *> The subscriber's last sequence number -- no bookmark yet
      *> (status 35) starts from the beginning of the feed.
       ReadBookmark.
           MOVE ZERO TO WS-FromSeq
           OPEN INPUT bookmarkFile
           IF WS-BookmarkStatus = "00"
               READ bookmarkFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BK-LastSeq IS NUMERIC
                           MOVE BK-LastSeq TO WS-FromSeq
                       END-IF
               END-READ
               CLOSE bookmarkFile
           END-IF.

      *> Written only once the pull file is closed -- a pull that
      *> abends leaves the bookmark where it was and the next pull
      *> delivers the same records again.
       WriteBookmark.
           OPEN OUTPUT bookmarkFile
           MOVE SPACES TO BookmarkRecord
           MOVE WS-LastSeq TO BK-LastSeq
           MOVE WS-RunDate TO BK-Date
           MOVE WS-RunTime TO BK-Time
           WRITE BookmarkRecord
           CLOSE bookmarkFile.

       WriteAuditHeader.
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "HDR ", WS-RunDate, " ", WS-RunTime,
               " P2DELTAPULL SUBSCRIBER=" DELIMITED BY SIZE,
               WS-Subscriber DELIMITED BY SPACE,
               " FROM=" DELIMITED BY SIZE, WS-FromSeq
               INTO AuditTrailLine
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
               " P2DELTAPULL DELIVERED=", WS-Delivered,
               " BOOKMARK=", WS-LastSeq, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
