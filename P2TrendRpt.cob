      *> measure that moved more than STATS-TREND-PCT percent
      *> (P2Params.dat, default 10) from the prior term -- the
      *> five-year table accreditation asked for, plus the early
      *> warning the suite never had.  Under each term's measures
      *> sits its headcount and mean GPA by class level (freshman
      *> through senior) where P2 posted the breakout; rows posted
      *> before it existed print without one.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2TrendRpt.
        02 TH-DeansCount PIC 9(5).
        02 TH-ProbationCount PIC 9(5).
        02 TH-GradedCount PIC 9(5).
        02 TH-LevelGroup.
            03 TH-LevelEntry OCCURS 4 TIMES.
                04 TH-LevelHeadcount PIC 9(5).
                04 TH-LevelMeanGPA PIC 9V99.

       FD reportFile.
       01 ReportRecord.
               03 SH-MeanGPA PIC 9V99 VALUE ZERO.
               03 SH-DeansCount PIC 9(5) VALUE ZERO.
               03 SH-ProbationCount PIC 9(5) VALUE ZERO.
               03 SH-LevelGroup.
                   04 SH-LevelEntry OCCURS 4 TIMES.
                       05 SH-LevelHeadcount PIC 9(5) VALUE ZERO.
                       05 SH-LevelMeanGPA PIC 9V99 VALUE ZERO.
       01 StatsHistCount PIC 999 VALUE ZERO.
       01 StatsHistIdx PIC 999 VALUE ZERO.
       01 StatsHistIdx2 PIC 999 VALUE ZERO.
        02 WS-SwapMeanGPA PIC 9V99.
        02 WS-SwapDeansCount PIC 9(5).
        02 WS-SwapProbationCount PIC 9(5).
        02 WS-SwapLevelGroup PIC X(32).
      *> Delta working fields, one comparison per measure.
       01 WS-Delta PIC S9(7)V99 VALUE ZERO.
       01 WS-DeltaPct PIC S9(5)V99 VALUE ZERO.
       01 WS-CreditOut PIC ZZZZZ9.99.
       01 WS-HeadOut PIC ZZZZ9.
       01 WS-CountOut PIC ZZZZ9.
       01 ClassLevelIdx PIC 9 VALUE ZERO.
       01 WS-LevelHeadTotal PIC 9(6) VALUE ZERO.
       01 ClassLevelNames.
           02 FILLER PIC X(9) VALUE "FRESHMAN".
           02 FILLER PIC X(9) VALUE "SOPHOMORE".
           02 FILLER PIC X(9) VALUE "JUNIOR".
           02 FILLER PIC X(9) VALUE "SENIOR".
       01 ClassLevelTable REDEFINES ClassLevelNames.
           02 CLN-Level PIC X(9) OCCURS 4 TIMES.

       PROCEDURE DIVISION.
       ACCEPT WS-RunDate FROM DATE YYYYMMDD.
                               SH-DeansCount(StatsHistCount)
                           MOVE TH-ProbationCount TO
                               SH-ProbationCount(StatsHistCount)
                           IF TH-LevelGroup NOT = SPACES
                               MOVE TH-LevelGroup TO
                                   SH-LevelGroup(StatsHistCount)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               "  PROBATION: ", WS-CountOut
               INTO ReportLine
           WRITE ReportRecord
           MOVE ZERO TO WS-LevelHeadTotal
           PERFORM VARYING ClassLevelIdx FROM 1 BY 1
               UNTIL ClassLevelIdx > 4
               ADD SH-LevelHeadcount(StatsHistIdx, ClassLevelIdx)
                   TO WS-LevelHeadTotal
           END-PERFORM
           IF WS-LevelHeadTotal > ZERO
               PERFORM VARYING ClassLevelIdx FROM 1 BY 1
                   UNTIL ClassLevelIdx > 4
                   PERFORM WriteOneLevelLine
               END-PERFORM
           END-IF
           IF StatsHistIdx > 1
               MOVE "HEADCOUNT" TO WS-MeasureName
               MOVE SH-Headcount(StatsHistIdx - 1)
               PERFORM WriteOneDelta
           END-IF.

      *> One class level's headcount and mean GPA for the term.
       WriteOneLevelLine.
           MOVE SH-LevelHeadcount(StatsHistIdx, ClassLevelIdx)
               TO WS-HeadOut
           MOVE SPACES TO ReportLine
           STRING "             ", CLN-Level(ClassLevelIdx),
               "  STUDENTS: ", WS-HeadOut,
               "  MEAN GPA: ",
               SH-LevelMeanGPA(StatsHistIdx, ClassLevelIdx)
               INTO ReportLine
           WRITE ReportRecord.

      *> One measure's term-over-term delta line -- the percentage
      *> compares against the PRIOR term's value, and a prior term
      *> at zero never divides (a move from zero is flagged
