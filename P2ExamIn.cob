      *> Progrm-ID: P2ExamIn.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Credit-by-exam intake.  The testing agencies' score files
      *> (AP, CLEP, IB -- concatenated into P2ExamScores.dat, or
      *> named on the command line) carry one score per W-number per
      *> exam; this program looks each exam and score up on the
      *> exam-equivalency master P2ExamEquiv.dat (agency + exam ->
      *> minimum score, our Course code, hours, effective exam
      *> years) and writes ready-to-run P2In.dat fixed-layout records
      *> to P2ExamOut.dat with Grade "P" and TransferFlag "E": exam
      *> credit counts hours but never quality points, the same way
      *> transfer credit's "Y" works.  An exam can carry more than
      *> one equivalency line -- a higher score granting a second
      *> course -- and every line the score reaches is granted.
      *>   Usage:  P2ExamIn "FALL 2024"
      *>           P2ExamIn "FALL 2024" P2ExamAP.dat
      *> The first argument is the term the credit posts under (it
      *> must read the way P2In.dat's Years column does).
      *> Duplicate credit is not granted: a course the student took
      *> here or holds transfer or exam credit for on P2History.dat,
      *> transfer credit P2TransIn.cob has written to P2TransOut.dat
      *> but not yet run, this term's P2In.dat, or a second exam in
      *> the same run mapping to the same course all go to the
      *> exceptions report P2ExamExceptions.dat instead, along with
      *> scores with no equivalency on file and bad input.  A
      *> withdrawn attempt here is not a duplicate.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2ExamIn.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT equivFile ASSIGN TO "P2ExamEquiv.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EquivStatus.
           SELECT scoreFile ASSIGN TO DYNAMIC WS-ScoreFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ScoreStatus.
           SELECT historyFile ASSIGN TO "P2History.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HistoryStatus.
           SELECT transferOutFile ASSIGN TO "P2TransOut.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TransferOutStatus.
           SELECT currentInFile ASSIGN TO "P2In.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CurrentInStatus.
           SELECT examOutFile ASSIGN TO "P2ExamOut.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT exceptionFile ASSIGN TO "P2ExamExceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> One line per exam/score band.  EQ-ToYear 9999 is open-ended;
      *> a line is in effect for exams sat from EQ-FromYear through
      *> EQ-ToYear inclusive.
       FD equivFile.
       01 EquivRecord.
        02 EQ-Agency PIC X(4).
        02 EQ-Exam PIC X(10).
        02 EQ-MinScore PIC 9(3).
        02 EQ-Course PIC X(9).
        02 EQ-Hours PIC 9.
        02 EQ-FromYear PIC 9(4).
        02 EQ-ToYear PIC 9(4).

      *> Agency score record -- AP scores 1-5, IB 1-7, CLEP 20-80,
      *> right-justified with leading zeros.
       FD scoreFile.
       01 ScoreRecord.
        02 ES-StudentName PIC X(16).
        02 ES-StudentWNbr PIC X(9).
        02 ES-Agency PIC X(4).
        02 ES-Exam PIC X(10).
        02 ES-Score PIC 9(3).
        02 ES-ExamYear PIC 9(4).

       FD historyFile.
       01 HistoryRecord.
           COPY "HISTMST.CPY".

      *> P2TransIn.cob's output and this term's P2In.dat, both in the
      *> 79-byte P2In layout -- only the W-number, course, grade and
      *> TransferFlag are looked at.
       FD transferOutFile.
       01 TransferOutRecord.
        02 FILLER PIC X(16).
        02 TO-StudentWNbr PIC X(9).
        02 FILLER PIC X(11).
        02 TO-Course PIC X(9).

       FD currentInFile.
       01 CurrentInRecord.
        02 FILLER PIC X(16).
        02 CI-StudentWNbr PIC X(9).
        02 CI-Years PIC X(11).
        02 CI-Course PIC X(9).
        02 FILLER PIC X(28).
        02 CI-Grade PIC X(2).
        02 FILLER PIC X(3).
        02 CI-TransferFlag PIC X(1).

      *> Same 79-byte layout P2.cob's sortedFile record carries, so
      *> the output can go straight into (or be concatenated onto)
      *> P2In.dat.
       FD examOutFile.
       01 ExamOutRecord.
           COPY "STUDENT.CPY".
        02 EO-Years PIC X(11).
        02 EO-Course PIC X(9).
        02 EO-CourseD PIC X(28).
        02 EO-Grade PIC X(2).
        02 EO-CreditHr PIC 9.
        02 EO-MajorFlag PIC X(1).
        02 EO-CategoryCode PIC X(1).
        02 EO-TransferFlag PIC X(1).

       FD exceptionFile.
       01 ExceptionRecord.
        02 ExceptionLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EquivStatus PIC XX VALUE SPACES.
       01 WS-ScoreStatus PIC XX VALUE SPACES.
       01 WS-HistoryStatus PIC XX VALUE SPACES.
       01 WS-TransferOutStatus PIC XX VALUE SPACES.
       01 WS-CurrentInStatus PIC XX VALUE SPACES.
       01 WS-ScoreFileName PIC X(40) VALUE "P2ExamScores.dat".
       01 WS-PostYears PIC X(11) VALUE SPACES.
       01 WS-ArgNum PIC 9(2) VALUE ZERO.
       01 WS-EOF PIC X VALUE "N".
       01 WS-RecordsRead PIC 9(6) VALUE ZERO.
       01 WS-CoursesGranted PIC 9(6) VALUE ZERO.
       01 WS-NoCredit PIC 9(6) VALUE ZERO.
       01 WS-RecordsRejected PIC 9(6) VALUE ZERO.
       01 WS-Duplicates PIC 9(6) VALUE ZERO.
       01 WS-ScoreOK PIC X VALUE "N".
       01 WS-LinesOnFile PIC 999 VALUE ZERO.
       01 WS-LinesReached PIC 999 VALUE ZERO.
      *> The whole equivalency master, loaded once at startup.
       01 EquivTable.
           02 EquivEntry OCCURS 300 TIMES.
               03 ET-Agency PIC X(4) VALUE SPACES.
               03 ET-Exam PIC X(10) VALUE SPACES.
               03 ET-MinScore PIC 9(3) VALUE ZERO.
               03 ET-Course PIC X(9) VALUE SPACES.
               03 ET-Hours PIC 9 VALUE ZERO.
               03 ET-FromYear PIC 9(4) VALUE ZERO.
               03 ET-ToYear PIC 9(4) VALUE ZERO.
       01 EquivCount PIC 999 VALUE ZERO.
       01 EquivIdx PIC 999 VALUE ZERO.
      *> Courses the run's scores reach, held until the duplicate
      *> passes over history, pending transfer and this term's
      *> input are done.  GR-DupReason stays SPACES for a clean
      *> grant.
       01 GrantTable.
           02 GrantEntry OCCURS 1000 TIMES.
               03 GR-StudentName PIC X(16) VALUE SPACES.
               03 GR-StudentWNbr PIC X(9) VALUE SPACES.
               03 GR-Agency PIC X(4) VALUE SPACES.
               03 GR-Exam PIC X(10) VALUE SPACES.
               03 GR-Score PIC 9(3) VALUE ZERO.
               03 GR-Course PIC X(9) VALUE SPACES.
               03 GR-Hours PIC 9 VALUE ZERO.
               03 GR-DupReason PIC X(30) VALUE SPACES.
       01 GrantCount PIC 9(4) VALUE ZERO.
       01 GrantIdx PIC 9(4) VALUE ZERO.
       01 GrantOtherIdx PIC 9(4) VALUE ZERO.
       01 WS-LookupWNbr PIC X(9) VALUE SPACES.
       01 WS-LookupCourse PIC X(9) VALUE SPACES.
       01 WS-LookupReason PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MOVE 1 TO WS-ArgNum.
       DISPLAY WS-ArgNum UPON ARGUMENT-NUMBER.
       ACCEPT WS-PostYears FROM ARGUMENT-VALUE
           ON EXCEPTION
               MOVE SPACES TO WS-PostYears
       END-ACCEPT.
       MOVE 2 TO WS-ArgNum.
       DISPLAY WS-ArgNum UPON ARGUMENT-NUMBER.
       ACCEPT WS-ScoreFileName FROM ARGUMENT-VALUE
           ON EXCEPTION
               MOVE "P2ExamScores.dat" TO WS-ScoreFileName
       END-ACCEPT.
       IF WS-ScoreFileName = SPACES
           MOVE "P2ExamScores.dat" TO WS-ScoreFileName
       END-IF.
       IF WS-PostYears = SPACES
           DISPLAY "P2EXAMIN: USAGE: P2ExamIn <POSTING TERM> "
               "[<SCORE FILE>]"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM LoadEquivMaster.
       IF EquivCount = ZERO
           DISPLAY "P2EXAMIN ABORTED: P2ExamEquiv.dat IS MISSING OR "
               "EMPTY -- NO EQUIVALENCIES TO GRANT AGAINST"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT exceptionFile.
       MOVE "N" TO WS-EOF.
       OPEN INPUT scoreFile.
       IF WS-ScoreStatus NOT = "00"
           DISPLAY "P2EXAMIN: NO SCORE FILE " WS-ScoreFileName
           MOVE "Y" TO WS-EOF
       END-IF.
       PERFORM UNTIL WS-EOF = "Y"
           READ scoreFile
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-RecordsRead
                   PERFORM EvaluateScoreRecord
           END-READ
       END-PERFORM.
       IF WS-ScoreStatus NOT = "35"
           CLOSE scoreFile
       END-IF.
       IF GrantCount > ZERO
           PERFORM MarkRunDuplicates
           PERFORM ScanHistory
           PERFORM ScanPendingTransfer
           PERFORM ScanCurrentInput
       END-IF.
       OPEN OUTPUT examOutFile.
       PERFORM VARYING GrantIdx FROM 1 BY 1
           UNTIL GrantIdx > GrantCount
           IF GR-DupReason(GrantIdx) = SPACES
               PERFORM WriteExamRecord
           ELSE
               PERFORM RejectDuplicate
           END-IF
       END-PERFORM.
       CLOSE examOutFile.
       CLOSE exceptionFile.
       DISPLAY "P2EXAMIN: SCORES READ: " WS-RecordsRead
           "  COURSES GRANTED: " WS-CoursesGranted
           "  NO CREDIT: " WS-NoCredit
           "  DUPLICATES: " WS-Duplicates
           "  REJECTED: " WS-RecordsRejected.
       STOP RUN.

      *> Loads the equivalency master into EquivTable.
       LoadEquivMaster.
           MOVE "N" TO WS-EOF
           OPEN INPUT equivFile
           IF WS-EquivStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ equivFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EquivCount < 300
                           ADD 1 TO EquivCount
                           MOVE EQ-Agency TO ET-Agency(EquivCount)
                           MOVE EQ-Exam TO ET-Exam(EquivCount)
                           MOVE EQ-MinScore TO
                               ET-MinScore(EquivCount)
                           MOVE EQ-Course TO ET-Course(EquivCount)
                           MOVE EQ-Hours TO ET-Hours(EquivCount)
                           MOVE EQ-FromYear TO
                               ET-FromYear(EquivCount)
                           MOVE EQ-ToYear TO ET-ToYear(EquivCount)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EquivStatus NOT = "35"
               CLOSE equivFile
           END-IF.

      *> One agency score: input checks, then every equivalency line
      *> for the exam that was in effect the year it was sat.  No
      *> line at all is an exception; lines on file but none the
      *> score reaches is a plain no-credit outcome, listed so the
      *> clerk can answer the student.
       EvaluateScoreRecord.
           PERFORM CheckScoreRange
           EVALUATE TRUE
               WHEN ES-StudentWNbr(1:1) NOT = "W"
                   OR ES-StudentWNbr(2:7) NOT NUMERIC
                   PERFORM RejectBadWNbr
               WHEN WS-ScoreOK NOT = "Y"
                   PERFORM RejectBadScore
               WHEN OTHER
                   MOVE ZERO TO WS-LinesOnFile
                   MOVE ZERO TO WS-LinesReached
                   PERFORM VARYING EquivIdx FROM 1 BY 1
                       UNTIL EquivIdx > EquivCount
                       IF ET-Agency(EquivIdx) = ES-Agency
                           AND ET-Exam(EquivIdx) = ES-Exam
                           AND ET-FromYear(EquivIdx)
                               NOT > ES-ExamYear
                           AND ET-ToYear(EquivIdx)
                               NOT < ES-ExamYear
                           ADD 1 TO WS-LinesOnFile
                           IF ES-Score NOT < ET-MinScore(EquivIdx)
                               ADD 1 TO WS-LinesReached
                               PERFORM AddGrant
                           END-IF
                       END-IF
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN WS-LinesOnFile = ZERO
                           PERFORM RejectNoEquivalency
                       WHEN WS-LinesReached = ZERO
                           PERFORM ListNoCredit
                   END-EVALUATE
           END-EVALUATE.

      *> Each agency's own score scale; anything else -- including an
      *> agency this office does not accept -- is bad input.
       CheckScoreRange.
           MOVE "N" TO WS-ScoreOK
           IF ES-Score NOT NUMERIC OR ES-ExamYear NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           EVALUATE ES-Agency
               WHEN "AP"
                   IF ES-Score >= 1 AND ES-Score <= 5
                       MOVE "Y" TO WS-ScoreOK
                   END-IF
               WHEN "IB"
                   IF ES-Score >= 1 AND ES-Score <= 7
                       MOVE "Y" TO WS-ScoreOK
                   END-IF
               WHEN "CLEP"
                   IF ES-Score >= 20 AND ES-Score <= 80
                       MOVE "Y" TO WS-ScoreOK
                   END-IF
           END-EVALUATE.

      *> Holds one course the score reaches for the duplicate passes.
       AddGrant.
           IF GrantCount >= 1000
               ADD 1 TO WS-RecordsRejected
               MOVE SPACES TO ExceptionLine
               STRING "NOT PROCESSED: RUN TABLE FULL -- RESUBMIT ",
                   ES-StudentWNbr, " ", ES-Agency, " ", ES-Exam,
                   " ", ET-Course(EquivIdx)
                   INTO ExceptionLine
               WRITE ExceptionRecord
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO GrantCount
           MOVE ES-StudentName TO GR-StudentName(GrantCount)
           MOVE ES-StudentWNbr TO GR-StudentWNbr(GrantCount)
           MOVE ES-Agency TO GR-Agency(GrantCount)
           MOVE ES-Exam TO GR-Exam(GrantCount)
           MOVE ES-Score TO GR-Score(GrantCount)
           MOVE ET-Course(EquivIdx) TO GR-Course(GrantCount)
           MOVE ET-Hours(EquivIdx) TO GR-Hours(GrantCount)
           MOVE SPACES TO GR-DupReason(GrantCount).

      *> Two exams in the same run reaching the same course -- AP and
      *> IB Biology, say -- grant it once, for the first one read.
       MarkRunDuplicates.
           PERFORM VARYING GrantIdx FROM 2 BY 1
               UNTIL GrantIdx > GrantCount
               PERFORM VARYING GrantOtherIdx FROM 1 BY 1
                   UNTIL GrantOtherIdx >= GrantIdx
                   IF GR-DupReason(GrantIdx) = SPACES
                       AND GR-StudentWNbr(GrantOtherIdx) =
                           GR-StudentWNbr(GrantIdx)
                       AND GR-Course(GrantOtherIdx) =
                           GR-Course(GrantIdx)
                       AND GR-DupReason(GrantOtherIdx) = SPACES
                       MOVE "ANOTHER EXAM THIS RUN" TO
                           GR-DupReason(GrantIdx)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> Course already on the permanent history -- taken here, or
      *> transfer or exam credit posted in an earlier run.  A "W"
      *> attempt never earned anything and does not count.
       ScanHistory.
           MOVE "N" TO WS-EOF
           OPEN INPUT historyFile
           IF WS-HistoryStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ historyFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF HistoryRecord(1:6) NOT = "CTLTRL"
                           AND HM-Grade(1:1) NOT = "W"
                           MOVE HM-StudentWNbr TO WS-LookupWNbr
                           MOVE HM-Course TO WS-LookupCourse
                           EVALUATE HM-TransferFlag
                               WHEN "Y"
                                   MOVE "TRANSFER CREDIT ON HISTORY"
                                       TO WS-LookupReason
                               WHEN "E"
                                   MOVE "EXAM CREDIT ON HISTORY"
                                       TO WS-LookupReason
                               WHEN OTHER
                                   MOVE SPACES TO WS-LookupReason
                                   STRING "TAKEN HERE "
                                       DELIMITED BY SIZE,
                                       HM-Years DELIMITED BY "  ",
                                       " GRADE " DELIMITED BY SIZE,
                                       HM-Grade DELIMITED BY SIZE
                                       INTO WS-LookupReason
                           END-EVALUATE
                           PERFORM MarkDuplicateGrant
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HistoryStatus NOT = "35"
               CLOSE historyFile
           END-IF.

      *> Transfer credit P2TransIn.cob has articulated but P2.cob has
      *> not run yet.
       ScanPendingTransfer.
           MOVE "N" TO WS-EOF
           OPEN INPUT transferOutFile
           IF WS-TransferOutStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ transferOutFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE TO-StudentWNbr TO WS-LookupWNbr
                       MOVE TO-Course TO WS-LookupCourse
                       MOVE "TRANSFER CREDIT PENDING" TO
                           WS-LookupReason
                       PERFORM MarkDuplicateGrant
               END-READ
           END-PERFORM
           IF WS-TransferOutStatus NOT = "35"
               CLOSE transferOutFile
           END-IF.

      *> This term's P2In.dat -- enrolled now, or credit already keyed
      *> by hand the old way.
       ScanCurrentInput.
           MOVE "N" TO WS-EOF
           OPEN INPUT currentInFile
           IF WS-CurrentInStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ currentInFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CI-Grade(1:1) NOT = "W"
                           MOVE CI-StudentWNbr TO WS-LookupWNbr
                           MOVE CI-Course TO WS-LookupCourse
                           MOVE SPACES TO WS-LookupReason
                           STRING "IN P2In.dat "
                               DELIMITED BY SIZE,
                               CI-Years DELIMITED BY "  "
                               INTO WS-LookupReason
                           PERFORM MarkDuplicateGrant
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CurrentInStatus NOT = "35"
               CLOSE currentInFile
           END-IF.

      *> Flags every still-clean grant for the looked-up student and
      *> course with the first reason found.
       MarkDuplicateGrant.
           PERFORM VARYING GrantIdx FROM 1 BY 1
               UNTIL GrantIdx > GrantCount
               IF GR-StudentWNbr(GrantIdx) = WS-LookupWNbr
                   AND GR-Course(GrantIdx) = WS-LookupCourse
                   AND GR-DupReason(GrantIdx) = SPACES
                   MOVE WS-LookupReason TO GR-DupReason(GrantIdx)
               END-IF
           END-PERFORM.

       RejectBadWNbr.
           ADD 1 TO WS-RecordsRejected
           MOVE SPACES TO ExceptionLine
           STRING "REJECTED: BAD W-NUMBER ", ES-StudentWNbr,
               " ", ES-Agency, " ", ES-Exam
               INTO ExceptionLine
           WRITE ExceptionRecord.

       RejectBadScore.
           ADD 1 TO WS-RecordsRejected
           MOVE SPACES TO ExceptionLine
           STRING "REJECTED: BAD AGENCY/SCORE/YEAR ", ES-StudentWNbr,
               " ", ES-Agency, " ", ES-Exam,
               " SCORE=", ES-Score, " YEAR=", ES-ExamYear
               INTO ExceptionLine
           WRITE ExceptionRecord.

       RejectNoEquivalency.
           ADD 1 TO WS-RecordsRejected
           MOVE SPACES TO ExceptionLine
           STRING "REJECTED: NO EQUIVALENCY ON FILE FOR ",
               ES-Agency, " ", ES-Exam, " ", ES-ExamYear,
               " (", ES-StudentWNbr, ")"
               INTO ExceptionLine
           WRITE ExceptionRecord.

       ListNoCredit.
           ADD 1 TO WS-NoCredit
           MOVE SPACES TO ExceptionLine
           STRING "NO CREDIT: SCORE BELOW MINIMUM ", ES-StudentWNbr,
               " ", ES-Agency, " ", ES-Exam, " SCORE=", ES-Score
               INTO ExceptionLine
           WRITE ExceptionRecord.

       RejectDuplicate.
           ADD 1 TO WS-Duplicates
           MOVE SPACES TO ExceptionLine
           STRING "DUPLICATE CREDIT: ", GR-StudentWNbr(GrantIdx),
               " ", GR-Course(GrantIdx), " BY ", GR-Agency(GrantIdx),
               " ", GR-Exam(GrantIdx), " -- ",
               GR-DupReason(GrantIdx)
               INTO ExceptionLine
           WRITE ExceptionRecord.

      *> Builds and writes the P2In-layout record.  Grade "P" keeps
      *> the hours out of the GPA denominator; TransferFlag "E" keeps
      *> quality points at zero and tells every later reader this
      *> was credit by exam.
       WriteExamRecord.
           MOVE GR-StudentName(GrantIdx) TO StudentName
           MOVE GR-StudentWNbr(GrantIdx) TO StudentWNbr
           MOVE WS-PostYears TO EO-Years
           MOVE GR-Course(GrantIdx) TO EO-Course
           MOVE SPACES TO EO-CourseD
           STRING "CREDIT BY EXAM ", GR-Agency(GrantIdx)
               DELIMITED BY SIZE
               INTO EO-CourseD
           MOVE "P" TO EO-Grade
           MOVE GR-Hours(GrantIdx) TO EO-CreditHr
           MOVE SPACE TO EO-MajorFlag
           MOVE SPACE TO EO-CategoryCode
           MOVE "E" TO EO-TransferFlag
           WRITE ExamOutRecord
           ADD 1 TO WS-CoursesGranted.
