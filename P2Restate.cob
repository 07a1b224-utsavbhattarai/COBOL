       01 StandingIdx PIC 999 VALUE ZERO.
       01 StandingFoundIdx PIC 999 VALUE ZERO.
       01 WS-StandingOverflow PIC X VALUE "N".
       01 WS-SystemCommand PIC X(60) VALUE SPACES.
      *> W-numbers currently on the graduation candidate report --
      *> parsed off the report lines, where the W-number sits right
      *> after the 16-byte name, same columns WriteGraduationLine
       PERFORM ReleaseMasterLock.
       IF WS-StandingOverflow = "Y"
           MOVE 16 TO RETURN-CODE
       ELSE
           PERFORM RebuildSummaryMaster
       END-IF.
       STOP RUN.

           END-PERFORM
           CLOSE standingFile.

      *> The cumulative summary P2StuSummary.dat carries each
      *> student's standing for P2Advisor -- rebuilt once the
      *> restated standing master is down and the HISTORY lock is
      *> released (P2StuSum takes its own locks).
       RebuildSummaryMaster.
           DISPLAY "P2RESTATE: REBUILDING CUMULATIVE SUMMARY "
               "(P2StuSum)"
           MOVE "./P2StuSum" TO WS-SystemCommand
           CALL "SYSTEM" USING WS-SystemCommand.

      *> Appends this run's header record to the shared audit trail;
      *> an HDR with no TRL after it is an abended run.
       WriteAuditHeader.
