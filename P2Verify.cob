      *> reconciliation.  A SUMMARY record from a TERM-mode run
      *> carries cumulative figures seeded from history the extract
      *> does not show, so only the semester figures are checked for
      *> those.  The SUMMARY record ends with the career (UG or GR)
      *> its cumulative figures belong to: P2 keeps a separate
      *> cumulative per career and prints the graduate section after
      *> the undergraduate one, so the verifier starts a fresh
      *> cumulative when the career changes under the same student.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2Verify.
        02 WS-SumCumGPAText PIC X(3).
        02 WS-SumCumGPA REDEFINES WS-SumCumGPAText PIC 9V99.
        02 WS-SumRunMode PIC X(8).
        02 WS-SumCareer PIC X(2).
      *> The verifier's own accumulators, built only from raw course
      *> fields.
       01 VF-CurrentWNbr PIC X(9) VALUE SPACES.
       01 VF-CurrentCareer PIC X(2) VALUE "UG".
       01 VF-QualityPts PIC 99V99 VALUE ZERO.
       01 VF-SemCredit PIC 99V99 VALUE ZERO.
       01 VF-SemQP PIC 99V99 VALUE ZERO.
               MOVE ZERO TO VF-SemGPACredit
               MOVE ZERO TO VF-CumGPACredit
               MOVE ZERO TO CourseHistoryCount
               MOVE "UG" TO VF-CurrentCareer
           END-IF
      *> NP and AU earn nothing and carry nothing -- same standing
      *> W and I always had here.
       CheckSummaryRecord.
           PERFORM UnpackSummaryLine
           ADD 1 TO WS-SummariesChecked
      *> A record from before the career column carries none -- UG.
           IF WS-SumCareer NOT = "GR"
               MOVE "UG" TO WS-SumCareer
           END-IF
           IF WS-SumCareer NOT = VF-CurrentCareer
               MOVE WS-SumCareer TO VF-CurrentCareer
               MOVE ZERO TO VF-CumCredit
               MOVE ZERO TO VF-CumQP
               MOVE ZERO TO VF-CumGPACredit
           END-IF
           IF VF-SemGPACredit = ZERO
               MOVE ZERO TO VF-SemGPA
           ELSE
           MOVE "000000" TO WS-SumCumQPText
           MOVE "000" TO WS-SumCumGPAText
           MOVE SPACES TO WS-SumRunMode
           MOVE SPACES TO WS-SumCareer
           UNSTRING ExtractLine DELIMITED BY ","
               INTO WS-SumTag, WS-SumWNbr, WS-SumYears,
                   WS-SumSemCreditText, WS-SumSemQPText,
                   WS-SumSemGPAText, WS-SumCumCreditText,
                   WS-SumCumQPText, WS-SumCumGPAText,
                   WS-SumRunMode, WS-SumCareer
           END-UNSTRING.

      *> The verifier's own grade table -- deliberately written out
