      *> grade.  Grade comparisons rank on the standard points
      *> scale, so a B+ satisfies a "B " minimum and a C- does not
      *> satisfy a "C " one.
      *> A proposal that clears its prerequisites is then held to
      *> the course repeat limit: no more than REPEAT-MAX-ATTEMPTS
      *> (P2Params.dat, default 3) attempts of one course.  Every
      *> attempt here counts -- W and F included, audits (AU) and
      *> transfer or exam credit not -- from P2History.dat, plus
      *> any seat the student holds on P2Register's class list
      *> P2ClassList.dat for another term that has not reached the
      *> history master yet (this term's classes, before grades
      *> post).  A proposal past the limit is a violation unless
      *> the repeat-exception file P2RepeatExc.dat carries an
      *> exception for that student, course, and term whose
      *> approver P2Signer.cob accepts for REPEAT authority on the
      *> approval date.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2PrereqEdit.
           SELECT historyFile ASSIGN TO "P2History.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HistoryStatus.
           SELECT classListFile ASSIGN TO "P2ClassList.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ClassListStatus.
           SELECT repeatExcFile ASSIGN TO "P2RepeatExc.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RepeatExcStatus.
           SELECT paramFile ASSIGN TO "P2Params.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParamStatus.
           SELECT clearedFile ASSIGN TO "P2Cleared.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT violationFile ASSIGN TO "P2PrereqViol.dat"
       01 HistoryRecord.
           COPY "HISTMST.CPY".

      *> P2Register's class list -- one seat per record.
       FD classListFile.
       01 ClassListRecord.
        02 CS-Section PIC X(12).
        02 CS-Course PIC X(9).
        02 CS-Years PIC X(11).
        02 CS-StudentWNbr PIC X(9).
        02 CS-StudentName PIC X(16).
        02 CS-RegDate PIC 9(8).

      *> Approved repeat-limit exception: one student, one course,
      *> the one term the extra attempt is allowed in.
       FD repeatExcFile.
       01 RepeatExcRecord.
        02 RX-StudentWNbr PIC X(9).
        02 RX-Course PIC X(9).
        02 RX-Years PIC X(11).
        02 RX-Approver PIC X(20).
        02 RX-ApprovedDate PIC 9(8).

       FD paramFile.
       01 ParamRecord.
        02 ParamLine PIC X(40).

       FD clearedFile.
       01 ClearedRecord.
        02 CL-StudentWNbr PIC X(9).
       01 WS-ProposedStatus PIC XX VALUE SPACES.
       01 WS-HistoryStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-ClassListStatus PIC XX VALUE SPACES.
       01 WS-RepeatExcStatus PIC XX VALUE SPACES.
       01 WS-ParamStatus PIC XX VALUE SPACES.
       01 WS-PrereqEOF PIC X VALUE "N".
       01 WS-ProposedEOF PIC X VALUE "N".
       01 WS-HistEOF PIC X VALUE "N".
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-ClassEOF PIC X VALUE "N".
       01 WS-RepeatExcEOF PIC X VALUE "N".
       01 WS-ParamEOF PIC X VALUE "N".
       01 WS-ParamKey PIC X(20) VALUE SPACES.
       01 WS-ParamValue PIC X(20) VALUE SPACES.
       01 WS-MaxAttempts PIC 9(2) VALUE 3.
      *> The prerequisite master, loaded whole.
       01 PrereqTable.
           02 PrereqEntry OCCURS 200 TIMES.
       01 CompletedIdx PIC 9(3) VALUE ZERO.
       01 CompletedFoundIdx PIC 9(3) VALUE ZERO.
       01 WS-CurrentWNbr PIC X(9) VALUE SPACES.
      *> The current student's attempts per course on the history
      *> master.
       01 RepeatTable.
           02 RepeatEntry OCCURS 200 TIMES.
               03 RP-Course PIC X(9) VALUE SPACES.
               03 RP-Attempts PIC 9(2) VALUE ZERO.
       01 RepeatCount PIC 9(3) VALUE ZERO.
       01 RepeatIdx PIC 9(3) VALUE ZERO.
       01 RepeatFoundIdx PIC 9(3) VALUE ZERO.
      *> Class-list seats of the proposing students in the courses
      *> they propose, other than in the proposed term itself --
      *> IP-OnHistory turns "Y" once the history pass finds the
      *> attempt already posted, so it is not counted twice.
       01 InProgressTable.
           02 InProgressEntry OCCURS 500 TIMES.
               03 IP-StudentWNbr PIC X(9) VALUE SPACES.
               03 IP-Course PIC X(9) VALUE SPACES.
               03 IP-Years PIC X(11) VALUE SPACES.
               03 IP-OnHistory PIC X(1) VALUE "N".
       01 InProgressCount PIC 999 VALUE ZERO.
       01 InProgressIdx PIC 999 VALUE ZERO.
       01 WS-SeatTaken PIC X VALUE "N".
      *> Approved repeat-limit exceptions, loaded whole.
       01 RepeatExcTable.
           02 RepeatExcEntry OCCURS 200 TIMES.
               03 RX-T-StudentWNbr PIC X(9) VALUE SPACES.
               03 RX-T-Course PIC X(9) VALUE SPACES.
               03 RX-T-Years PIC X(11) VALUE SPACES.
               03 RX-T-Approver PIC X(20) VALUE SPACES.
               03 RX-T-ApprovedDate PIC 9(8) VALUE ZERO.
       01 RepeatExcCount PIC 999 VALUE ZERO.
       01 RepeatExcIdx PIC 999 VALUE ZERO.
       01 RepeatExcFoundIdx PIC 999 VALUE ZERO.
       01 WS-AttemptNbr PIC 9(2) VALUE ZERO.
       01 WS-ExceptionsHonored PIC 9(5) VALUE ZERO.
      *> Grade ranking work fields -- the standard points scale,
      *> used for ordering only.
       01 WS-RankGrade PIC X(2) VALUE SPACES.
        02 LockReqAction PIC X(8) VALUE SPACES.
        02 LockReqProgram PIC X(12) VALUE SPACES.
        02 LockReqResult PIC X(1) VALUE SPACE.
      *> Request block for the CALLed P2Signer subprogram.
       01 SignerRequest.
        02 SignReqSigner PIC X(20) VALUE SPACES.
        02 SignReqType PIC X(8) VALUE SPACES.
        02 SignReqDate PIC 9(8) VALUE ZERO.
        02 SignReqAmountType PIC X(1) VALUE SPACE.
        02 SignReqAmount PIC 9(7)V99 VALUE ZERO.
        02 SignReqResult PIC X(1) VALUE SPACE.
        02 SignReqReason PIC X(30) VALUE SPACES.


       PROCEDURE DIVISION.
       ACCEPT WS-RunDate FROM DATE YYYYMMDD.
       ACCEPT WS-RunTime FROM TIME.
       PERFORM ReadRunParams.
       PERFORM LoadPrereqMaster.
       IF PrereqCount = ZERO
           DISPLAY "P2PREREQEDIT ABORTED: P2Prereq.dat IS MISSING "
               "NOTHING TO EDIT"
           STOP RUN
       END-IF.
       PERFORM LoadInProgressSeats.
       PERFORM LoadRepeatExceptions.
       PERFORM AcquireMasterLock.
       PERFORM VerifyHistoryMaster.
       PERFORM WriteAuditHeader.
      *> Proposals for students with no history at all are judged
      *> here, against an empty completed table.
       MOVE ZERO TO CompletedCount.
       MOVE ZERO TO RepeatCount.
       MOVE SPACES TO WS-CurrentWNbr.
       PERFORM VARYING ProposalIdx FROM 1 BY 1
           UNTIL ProposalIdx > ProposalCount
       CLOSE violationFile.
       DISPLAY "P2PREREQEDIT: PROPOSALS: " ProposalCount
           "  CLEARED: " WS-ClearedCount
           "  VIOLATIONS: " WS-ViolationCount
           "  REPEAT EXCEPTIONS HONORED: " WS-ExceptionsHonored.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseMasterLock.
       STOP RUN.
               CLOSE proposedFile
           END-IF.

      *> Seats on the class list for a course a student proposes,
      *> in any term but the proposed one.  Missing list (status
      *> 35): nothing in progress.
       LoadInProgressSeats.
           MOVE "N" TO WS-ClassEOF
           OPEN INPUT classListFile
           IF WS-ClassListStatus NOT = "00"
               MOVE "Y" TO WS-ClassEOF
           END-IF
           PERFORM UNTIL WS-ClassEOF = "Y"
               READ classListFile
                   AT END
                       MOVE "Y" TO WS-ClassEOF
                   NOT AT END
                       MOVE "N" TO WS-SeatTaken
                       PERFORM VARYING ProposalIdx FROM 1 BY 1
                           UNTIL ProposalIdx > ProposalCount
                           OR WS-SeatTaken = "Y"
                           IF PP-StudentWNbr(ProposalIdx) =
                               CS-StudentWNbr
                               AND PP-Course(ProposalIdx) = CS-Course
                               AND PP-Years(ProposalIdx)
                                   NOT = CS-Years
                               PERFORM AddInProgressSeat
                               MOVE "Y" TO WS-SeatTaken
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           IF WS-ClassListStatus NOT = "35"
               CLOSE classListFile
           END-IF.

       AddInProgressSeat.
           IF InProgressCount < 500
               ADD 1 TO InProgressCount
               MOVE CS-StudentWNbr TO
                   IP-StudentWNbr(InProgressCount)
               MOVE CS-Course TO IP-Course(InProgressCount)
               MOVE CS-Years TO IP-Years(InProgressCount)
               MOVE "N" TO IP-OnHistory(InProgressCount)
           ELSE
               DISPLAY "IN-PROGRESS TABLE OVERFLOW: "
                   CS-StudentWNbr " " CS-Course " " CS-Years
                   " NOT COUNTED"
           END-IF.

       LoadRepeatExceptions.
           MOVE "N" TO WS-RepeatExcEOF
           OPEN INPUT repeatExcFile
           IF WS-RepeatExcStatus NOT = "00"
               MOVE "Y" TO WS-RepeatExcEOF
           END-IF
           PERFORM UNTIL WS-RepeatExcEOF = "Y"
               READ repeatExcFile
                   AT END
                       MOVE "Y" TO WS-RepeatExcEOF
                   NOT AT END
                       IF RepeatExcCount < 200
                           ADD 1 TO RepeatExcCount
                           MOVE RX-StudentWNbr TO
                               RX-T-StudentWNbr(RepeatExcCount)
                           MOVE RX-Course TO
                               RX-T-Course(RepeatExcCount)
                           MOVE RX-Years TO
                               RX-T-Years(RepeatExcCount)
                           MOVE RX-Approver TO
                               RX-T-Approver(RepeatExcCount)
                           IF RX-ApprovedDate IS NUMERIC
                               MOVE RX-ApprovedDate TO
                                 RX-T-ApprovedDate(RepeatExcCount)
                           ELSE
                               MOVE ZERO TO
                                 RX-T-ApprovedDate(RepeatExcCount)
                           END-IF
                       ELSE
                           DISPLAY "REPEAT EXCEPTION TABLE OVERFLOW: "
                               RX-StudentWNbr " " RX-Course
                               " NOT LOADED"
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RepeatExcStatus NOT = "35"
               CLOSE repeatExcFile
           END-IF.

      *> REPEAT-MAX-ATTEMPTS; anything else on the file belongs to
      *> other programs.
       ReadRunParams.
           MOVE "N" TO WS-ParamEOF
           OPEN INPUT paramFile
           IF WS-ParamStatus NOT = "00"
               MOVE "Y" TO WS-ParamEOF
           END-IF
           PERFORM UNTIL WS-ParamEOF = "Y"
               READ paramFile
                   AT END
                       MOVE "Y" TO WS-ParamEOF
                   NOT AT END
                       MOVE SPACES TO WS-ParamKey
                       MOVE SPACES TO WS-ParamValue
                       UNSTRING ParamLine DELIMITED BY "="
                           INTO WS-ParamKey, WS-ParamValue
                       END-UNSTRING
                       EVALUATE WS-ParamKey
                           WHEN "REPEAT-MAX-ATTEMPTS"
                               COMPUTE WS-MaxAttempts =
                                   FUNCTION NUMVAL(WS-ParamValue)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-ParamStatus NOT = "35"
               CLOSE paramFile
           END-IF.

      *> One pass over the history master: build each student's
      *> final-attempt grade table, and judge their proposals as
      *> the student closes.
                           END-IF
                           MOVE HM-StudentWNbr TO WS-CurrentWNbr
                           MOVE ZERO TO CompletedCount
                           MOVE ZERO TO RepeatCount
                       END-IF
                       PERFORM NoteAttempt
                       PERFORM NoteCompletedCourse
                       END-IF
               END-READ
               END-IF
           END-IF.

      *> Counts the attempt toward the repeat limit -- an audit and
      *> transfer or exam credit are not attempts here -- and marks
      *> any class-list seat it shows has already posted.
       NoteAttempt.
           PERFORM VARYING InProgressIdx FROM 1 BY 1
               UNTIL InProgressIdx > InProgressCount
               IF IP-StudentWNbr(InProgressIdx) = HM-StudentWNbr
                   AND IP-Course(InProgressIdx) = HM-Course
                   AND IP-Years(InProgressIdx) = HM-Years
                   MOVE "Y" TO IP-OnHistory(InProgressIdx)
               END-IF
           END-PERFORM
           IF HM-Grade = "AU" OR HM-TransferFlag = "Y"
               OR HM-TransferFlag = "E"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO RepeatFoundIdx
           PERFORM VARYING RepeatIdx FROM 1 BY 1
               UNTIL RepeatIdx > RepeatCount
               IF RP-Course(RepeatIdx) = HM-Course
                   MOVE RepeatIdx TO RepeatFoundIdx
               END-IF
           END-PERFORM
           IF RepeatFoundIdx > ZERO
               IF RP-Attempts(RepeatFoundIdx) < 99
                   ADD 1 TO RP-Attempts(RepeatFoundIdx)
               END-IF
           ELSE
               IF RepeatCount < 200
                   ADD 1 TO RepeatCount
                   MOVE HM-Course TO RP-Course(RepeatCount)
                   MOVE 1 TO RP-Attempts(RepeatCount)
               END-IF
           END-IF.

       JudgeStudentProposals.
           PERFORM VARYING ProposalIdx FROM 1 BY 1
               UNTIL ProposalIdx > ProposalCount
                   PERFORM CheckOnePrereq
               END-IF
           END-PERFORM
           IF WS-ProposalOK = "Y"
               PERFORM CheckRepeatLimit
           END-IF
           IF WS-ProposalOK = "Y"
               ADD 1 TO WS-ClearedCount
               MOVE SPACES TO ClearedRecord
               WRITE ViolationRecord
           END-IF.

      *> The proposal's attempt number -- posted attempts plus seats
      *> still in progress in another term, plus this one -- against
      *> the limit.  Past it, only an exception for this student,
      *> course, and term with an authorized approver clears it.
       CheckRepeatLimit.
           MOVE ZERO TO WS-AttemptNbr
           PERFORM VARYING RepeatIdx FROM 1 BY 1
               UNTIL RepeatIdx > RepeatCount
               IF RP-Course(RepeatIdx) = PP-Course(ProposalIdx)
                   MOVE RP-Attempts(RepeatIdx) TO WS-AttemptNbr
               END-IF
           END-PERFORM
           PERFORM VARYING InProgressIdx FROM 1 BY 1
               UNTIL InProgressIdx > InProgressCount
               IF IP-StudentWNbr(InProgressIdx) =
                   PP-StudentWNbr(ProposalIdx)
                   AND IP-Course(InProgressIdx) =
                       PP-Course(ProposalIdx)
                   AND IP-Years(InProgressIdx) NOT =
                       PP-Years(ProposalIdx)
                   AND IP-OnHistory(InProgressIdx) = "N"
                   AND WS-AttemptNbr < 99
                   ADD 1 TO WS-AttemptNbr
               END-IF
           END-PERFORM
           IF WS-AttemptNbr < 99
               ADD 1 TO WS-AttemptNbr
           END-IF
           IF WS-AttemptNbr NOT > WS-MaxAttempts
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO RepeatExcFoundIdx
           PERFORM VARYING RepeatExcIdx FROM 1 BY 1
               UNTIL RepeatExcIdx > RepeatExcCount
               IF RX-T-StudentWNbr(RepeatExcIdx) =
                   PP-StudentWNbr(ProposalIdx)
                   AND RX-T-Course(RepeatExcIdx) =
                       PP-Course(ProposalIdx)
                   AND RX-T-Years(RepeatExcIdx) =
                       PP-Years(ProposalIdx)
                   MOVE RepeatExcIdx TO RepeatExcFoundIdx
               END-IF
           END-PERFORM
           IF RepeatExcFoundIdx = ZERO
               MOVE "N" TO WS-ProposalOK
               ADD 1 TO WS-ViolationCount
               MOVE SPACES TO ViolationLine
               STRING PP-StudentWNbr(ProposalIdx), " ",
                   PP-Years(ProposalIdx), " ",
                   PP-Course(ProposalIdx),
                   "  REPEAT LIMIT -- ATTEMPT ", WS-AttemptNbr,
                   " OF ", WS-MaxAttempts, " ALLOWED"
                   INTO ViolationLine
               WRITE ViolationRecord
               EXIT PARAGRAPH
           END-IF
           MOVE RX-T-Approver(RepeatExcFoundIdx) TO SignReqSigner
           MOVE "REPEAT" TO SignReqType
           MOVE RX-T-ApprovedDate(RepeatExcFoundIdx) TO SignReqDate
           MOVE SPACE TO SignReqAmountType
           MOVE ZERO TO SignReqAmount
           CALL "P2Signer" USING SignerRequest
           IF SignReqResult = "Y"
               ADD 1 TO WS-ExceptionsHonored
           ELSE
               MOVE "N" TO WS-ProposalOK
               ADD 1 TO WS-ViolationCount
               MOVE SPACES TO ViolationLine
               STRING PP-StudentWNbr(ProposalIdx), " ",
                   PP-Years(ProposalIdx), " ",
                   PP-Course(ProposalIdx),
                   "  REPEAT EXCEPTION REFUSED -- ", SignReqReason
                   INTO ViolationLine
               WRITE ViolationRecord
           END-IF.

      *> Ranks WS-RankGrade on the standard points scale -- used
      *> only to order grades, so the compiled-in scale serves.
       RankGrade.
