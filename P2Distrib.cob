      *> Progrm-ID: P2Distrib.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Report distribution.  Runs after the rest of the nightly
      *> stream and gathers the night's output files into one
      *> bundle per receiving office, so nothing is carried or
      *> mailed to an office from memory.  Two control files drive
      *> it, both fixed columns:
      *>   P2DistOffice.dat -- one line per office: office name
      *>     (20), FERPA-cleared Y/N (1), bundle code (8), contact
      *>     (30).  The bundle is written to P2Bundle-<code>.dat.
      *>   P2DistCtl.dat -- one line per report an office receives:
      *>     report file (20), office (20), copies (2), FERPA-
      *>     restricted Y/N (1), and the audit-trail name of the
      *>     program that writes the report (12).
      *> Each bundle opens with a banner page -- run date, office,
      *> contact, and every report routed to it with its copies,
      *> its status, and the record counts off the producing
      *> program's latest TRL line on P2AuditTrail.dat -- and then
      *> carries each report, every copy behind its own separator.
      *> A restricted report is NEVER bundled for an office that is
      *> not cleared; and a report flagged restricted on any control
      *> line is treated as restricted on all of them, so one line
      *> keyed N cannot leak it.  A report whose producer's last run
      *> ABORTED is held back rather than sent half-written.  The
      *> delivery manifest P2DistManifest.dat lists, office by
      *> office, each report with copies, lines, status, and TRL
      *> counts, and closes each office with a sign-off block for
      *> the receiving office.  RC 0 when everything went out, 4
      *> when a report was not produced or its counts are not from
      *> tonight's run, 8 when a report was withheld (not cleared,
      *> producer aborted, or an office not on P2DistOffice.dat),
      *> 12 when a control file is missing or empty, 16 on a table
      *> overflow.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2Distrib.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT officeFile ASSIGN TO "P2DistOffice.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OfficeStatus.
           SELECT controlFile ASSIGN TO "P2DistCtl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ControlStatus.
      *> Whichever report is being tested or copied at the moment.
           SELECT reportFile ASSIGN TO DYNAMIC WS-ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportStatus.
           SELECT bundleFile ASSIGN TO DYNAMIC WS-BundleFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BundleStatus.
           SELECT manifestFile ASSIGN TO "P2DistManifest.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT auditTrailFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.

       DATA DIVISION.
       FILE SECTION.
       FD officeFile.
       01 OfficeRecord.
        02 OF-Office PIC X(20).
        02 OF-Cleared PIC X(1).
        02 OF-Code PIC X(8).
        02 OF-Contact PIC X(30).

       FD controlFile.
       01 ControlRecord.
        02 DC-ReportFile PIC X(20).
        02 DC-Office PIC X(20).
        02 DC-Copies PIC 9(2).
        02 DC-Restricted PIC X(1).
        02 DC-Producer PIC X(12).

       FD reportFile.
       01 ReportRecord.
        02 ReportLine PIC X(256).

       FD bundleFile.
       01 BundleRecord.
        02 BundleLine PIC X(256).

       FD manifestFile.
       01 ManifestRecord.
        02 ManifestLine PIC X(132).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-OfficeStatus PIC XX VALUE SPACES.
       01 WS-ControlStatus PIC XX VALUE SPACES.
       01 WS-ReportStatus PIC XX VALUE SPACES.
       01 WS-BundleStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-OfficeEOF PIC X VALUE "N".
       01 WS-ControlEOF PIC X VALUE "N".
       01 WS-ReportEOF PIC X VALUE "N".
       01 WS-AuditEOF PIC X VALUE "N".
       01 WS-ReportFileName PIC X(20) VALUE SPACES.
       01 WS-BundleFileName PIC X(30) VALUE SPACES.
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-RunDateOut.
        02 WS-RD-Year PIC 9(4).
        02 FILLER PIC X VALUE "-".
        02 WS-RD-Month PIC 99.
        02 FILLER PIC X VALUE "-".
        02 WS-RD-Day PIC 99.
       01 WS-TableOverflow PIC X VALUE "N".
       01 WS-CompletionCode PIC 99 VALUE ZERO.
       01 WS-BundledCount PIC 9(5) VALUE ZERO.
       01 WS-WithheldCount PIC 9(5) VALUE ZERO.
       01 WS-MissingCount PIC 9(5) VALUE ZERO.
       01 WS-StaleCount PIC 9(5) VALUE ZERO.
      *> Receiving offices, in P2DistOffice.dat order -- the order
      *> the bundles and the manifest sections come out in.
       01 OfficeTable.
           02 OfficeEntry OCCURS 50 TIMES.
               03 OT-Office PIC X(20) VALUE SPACES.
               03 OT-Cleared PIC X(1) VALUE SPACE.
               03 OT-Code PIC X(8) VALUE SPACES.
               03 OT-Contact PIC X(30) VALUE SPACES.
               03 OT-Reports PIC 9(3) VALUE ZERO.
       01 OfficeCount PIC 9(3) VALUE ZERO.
       01 OfficeIdx PIC 9(3) VALUE ZERO.
      *> Distribution lines.  CT-Office is the OfficeTable subscript
      *> (zero when the office is not on file); CT-Status is decided
      *> once, before anything is written, so the banner page and
      *> the manifest can never disagree with the bundle.
       01 ControlTable.
           02 ControlEntry OCCURS 200 TIMES.
               03 CT-ReportFile PIC X(20) VALUE SPACES.
               03 CT-OfficeName PIC X(20) VALUE SPACES.
               03 CT-Office PIC 9(3) VALUE ZERO.
               03 CT-Copies PIC 9(2) VALUE ZERO.
               03 CT-Restricted PIC X(1) VALUE "N".
               03 CT-Producer PIC 9(3) VALUE ZERO.
               03 CT-Lines PIC 9(7) VALUE ZERO.
               03 CT-Status PIC X(1) VALUE SPACE.
                   88 CT-Bundled VALUE "B".
                   88 CT-BundledPrior VALUE "P".
                   88 CT-BundledNoTrl VALUE "T".
                   88 CT-NotProduced VALUE "M".
                   88 CT-NotCleared VALUE "F".
                   88 CT-ProducerAborted VALUE "A".
                   88 CT-NoSuchOffice VALUE "O".
                   88 CT-GoesInBundle VALUE "B" "P" "T".
       01 ControlCount PIC 9(3) VALUE ZERO.
       01 ControlIdx PIC 9(3) VALUE ZERO.
       01 OtherIdx PIC 9(3) VALUE ZERO.
      *> Producing programs named on the control file, each with its
      *> latest TRL line off the audit trail.
       01 ProducerTable.
           02 ProducerEntry OCCURS 50 TIMES.
               03 PR-Name PIC X(12) VALUE SPACES.
               03 PR-Found PIC X(1) VALUE "N".
               03 PR-Aborted PIC X(1) VALUE "N".
               03 PR-Date PIC X(8) VALUE SPACES.
               03 PR-Time PIC X(8) VALUE SPACES.
               03 PR-Counts PIC X(200) VALUE SPACES.
       01 ProducerCount PIC 9(3) VALUE ZERO.
       01 ProducerIdx PIC 9(3) VALUE ZERO.
       01 WS-AuditTag PIC X(3) VALUE SPACES.
       01 WS-AuditDate PIC X(8) VALUE SPACES.
       01 WS-AuditTime PIC X(8) VALUE SPACES.
       01 WS-AuditProg PIC X(12) VALUE SPACES.
       01 WS-AuditPtr PIC 9(3) VALUE ZERO.
       01 WS-AbortTally PIC 9(3) VALUE ZERO.
       01 WS-CopyNbr PIC 9(2) VALUE ZERO.
       01 WS-LinesCopied PIC 9(7) VALUE ZERO.
       01 WS-StatusText PIC X(26) VALUE SPACES.
       01 WS-CopiesOut PIC Z9.
       01 WS-CopyNbrOut PIC Z9.
       01 WS-LinesOut PIC Z(6)9.

       PROCEDURE DIVISION.
       ACCEPT WS-RunDate FROM DATE YYYYMMDD.
       ACCEPT WS-RunTime FROM TIME.
       MOVE WS-RunDate(1:4) TO WS-RD-Year.
       MOVE WS-RunDate(5:2) TO WS-RD-Month.
       MOVE WS-RunDate(7:2) TO WS-RD-Day.
       PERFORM WriteAuditHeader.
       PERFORM LoadOffices.
       PERFORM LoadControlTable.
       PERFORM ApplyRestrictions.
       PERFORM LoadProducerCounts.
       PERFORM DecideDistribution.
       OPEN OUTPUT manifestFile.
       MOVE SPACES TO ManifestLine.
       STRING "REPORT DISTRIBUTION MANIFEST -- RUN ", WS-RunDateOut
           DELIMITED BY SIZE INTO ManifestLine.
       WRITE ManifestRecord.
       PERFORM VARYING OfficeIdx FROM 1 BY 1
           UNTIL OfficeIdx > OfficeCount
           PERFORM WriteOfficeBundle
           PERFORM WriteManifestOffice
       END-PERFORM.
       PERFORM WriteManifestUnknownOffices.
       MOVE SPACES TO ManifestLine.
       WRITE ManifestRecord.
       MOVE SPACES TO ManifestLine.
       STRING "OFFICES: ", OfficeCount,
           "   REPORT LINES: ", ControlCount,
           "   BUNDLED: ", WS-BundledCount,
           "   WITHHELD: ", WS-WithheldCount,
           "   NOT PRODUCED: ", WS-MissingCount,
           "   NOT FROM THIS RUN: ", WS-StaleCount
           DELIMITED BY SIZE INTO ManifestLine.
       WRITE ManifestRecord.
       CLOSE manifestFile.
       EVALUATE TRUE
           WHEN WS-TableOverflow = "Y"
               MOVE 16 TO WS-CompletionCode
           WHEN WS-WithheldCount > ZERO
               MOVE 8 TO WS-CompletionCode
           WHEN WS-MissingCount > ZERO OR WS-StaleCount > ZERO
               MOVE 4 TO WS-CompletionCode
           WHEN OTHER
               MOVE ZERO TO WS-CompletionCode
       END-EVALUATE.
       DISPLAY "P2DISTRIB: OFFICES: " OfficeCount
           "  BUNDLED: " WS-BundledCount
           "  WITHHELD: " WS-WithheldCount
           "  NOT PRODUCED: " WS-MissingCount
           "  COMPLETION CODE: " WS-CompletionCode.
       PERFORM WriteAuditTrailer.
       MOVE WS-CompletionCode TO RETURN-CODE.
       STOP RUN.

      *> The office list.  Without it no report can be routed at
      *> all, so a missing or empty file stops the run.
       LoadOffices.
           MOVE "N" TO WS-OfficeEOF
           OPEN INPUT officeFile
           IF WS-OfficeStatus NOT = "00"
               DISPLAY "P2DISTRIB ABORTED: CANNOT OPEN "
                   "P2DistOffice.dat (STATUS " WS-OfficeStatus ")"
               PERFORM AbortRun
           END-IF
           PERFORM UNTIL WS-OfficeEOF = "Y"
               READ officeFile
                   AT END
                       MOVE "Y" TO WS-OfficeEOF
                   NOT AT END
                       IF OF-Office NOT = SPACES
                           IF OfficeCount < 50
                               ADD 1 TO OfficeCount
                               MOVE OF-Office
                                   TO OT-Office(OfficeCount)
                               MOVE OF-Cleared
                                   TO OT-Cleared(OfficeCount)
                               MOVE OF-Code TO OT-Code(OfficeCount)
                               MOVE OF-Contact
                                   TO OT-Contact(OfficeCount)
                           ELSE
                               MOVE "Y" TO WS-TableOverflow
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE officeFile
           IF OfficeCount = ZERO
               DISPLAY "P2DISTRIB ABORTED: NO OFFICES ON "
                   "P2DistOffice.dat"
               PERFORM AbortRun
           END-IF.

      *> The distribution lines, each matched to its office and its
      *> producing program as it is loaded.
       LoadControlTable.
           MOVE "N" TO WS-ControlEOF
           OPEN INPUT controlFile
           IF WS-ControlStatus NOT = "00"
               DISPLAY "P2DISTRIB ABORTED: CANNOT OPEN "
                   "P2DistCtl.dat (STATUS " WS-ControlStatus ")"
               PERFORM AbortRun
           END-IF
           PERFORM UNTIL WS-ControlEOF = "Y"
               READ controlFile
                   AT END
                       MOVE "Y" TO WS-ControlEOF
                   NOT AT END
                       IF DC-ReportFile NOT = SPACES
                           IF ControlCount < 200
                               ADD 1 TO ControlCount
                               PERFORM StoreControlLine
                           ELSE
                               MOVE "Y" TO WS-TableOverflow
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE controlFile
           IF ControlCount = ZERO
               DISPLAY "P2DISTRIB ABORTED: NO REPORTS ON "
                   "P2DistCtl.dat"
               PERFORM AbortRun
           END-IF.

      *> Copies left blank or zero mean one.  Anything but N in the
      *> restricted column is taken as restricted -- an unreadable
      *> flag must err on the side of the student.
       StoreControlLine.
           MOVE DC-ReportFile TO CT-ReportFile(ControlCount)
           MOVE DC-Office TO CT-OfficeName(ControlCount)
           IF DC-Copies IS NUMERIC AND DC-Copies > ZERO
               MOVE DC-Copies TO CT-Copies(ControlCount)
           ELSE
               MOVE 1 TO CT-Copies(ControlCount)
           END-IF
           IF DC-Restricted = "N"
               MOVE "N" TO CT-Restricted(ControlCount)
           ELSE
               MOVE "Y" TO CT-Restricted(ControlCount)
           END-IF
           MOVE ZERO TO CT-Office(ControlCount)
           PERFORM VARYING OfficeIdx FROM 1 BY 1
               UNTIL OfficeIdx > OfficeCount
               IF OT-Office(OfficeIdx) = DC-Office
                   AND CT-Office(ControlCount) = ZERO
                   MOVE OfficeIdx TO CT-Office(ControlCount)
                   ADD 1 TO OT-Reports(OfficeIdx)
               END-IF
           END-PERFORM
           MOVE ZERO TO CT-Producer(ControlCount)
           PERFORM VARYING ProducerIdx FROM 1 BY 1
               UNTIL ProducerIdx > ProducerCount
               IF PR-Name(ProducerIdx) = DC-Producer
                   MOVE ProducerIdx TO CT-Producer(ControlCount)
               END-IF
           END-PERFORM
           IF CT-Producer(ControlCount) = ZERO
               AND DC-Producer NOT = SPACES
               IF ProducerCount < 50
                   ADD 1 TO ProducerCount
                   MOVE DC-Producer TO PR-Name(ProducerCount)
                   MOVE ProducerCount TO CT-Producer(ControlCount)
               ELSE
                   MOVE "Y" TO WS-TableOverflow
               END-IF
           END-IF.

      *> A report restricted on any line is restricted on every line
      *> -- the flag belongs to the report's content, not to the
      *> office it happens to be routed to.
       ApplyRestrictions.
           PERFORM VARYING ControlIdx FROM 1 BY 1
               UNTIL ControlIdx > ControlCount
               IF CT-Restricted(ControlIdx) = "Y"
                   PERFORM VARYING OtherIdx FROM 1 BY 1
                       UNTIL OtherIdx > ControlCount
                       IF CT-ReportFile(OtherIdx)
                           = CT-ReportFile(ControlIdx)
                           MOVE "Y" TO CT-Restricted(OtherIdx)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *> Keeps the last TRL line each producer wrote -- the trail is
      *> appended in time order, so the last one read is the latest.
       LoadProducerCounts.
           MOVE "N" TO WS-AuditEOF
           OPEN INPUT auditTrailFile
           IF WS-AuditTrailStatus NOT = "00"
               MOVE "Y" TO WS-AuditEOF
           END-IF
           PERFORM UNTIL WS-AuditEOF = "Y"
               READ auditTrailFile
                   AT END
                       MOVE "Y" TO WS-AuditEOF
                   NOT AT END
                       IF AuditTrailLine(1:4) = "TRL "
                           PERFORM MatchProducerTrailer
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AuditTrailStatus NOT = "35"
               CLOSE auditTrailFile
           END-IF.

      *> Splits the TRL line into its four leading words; what the
      *> pointer leaves behind is the program's own counts.
       MatchProducerTrailer.
           MOVE SPACES TO WS-AuditTag WS-AuditDate WS-AuditTime
               WS-AuditProg
           MOVE 1 TO WS-AuditPtr
           UNSTRING AuditTrailLine DELIMITED BY ALL " "
               INTO WS-AuditTag, WS-AuditDate, WS-AuditTime,
                   WS-AuditProg
               WITH POINTER WS-AuditPtr
           END-UNSTRING
           PERFORM VARYING ProducerIdx FROM 1 BY 1
               UNTIL ProducerIdx > ProducerCount
               IF PR-Name(ProducerIdx) = WS-AuditProg
                   MOVE "Y" TO PR-Found(ProducerIdx)
                   MOVE WS-AuditDate TO PR-Date(ProducerIdx)
                   MOVE WS-AuditTime TO PR-Time(ProducerIdx)
                   MOVE SPACES TO PR-Counts(ProducerIdx)
                   IF WS-AuditPtr < 250
                       MOVE AuditTrailLine(WS-AuditPtr:)
                           TO PR-Counts(ProducerIdx)
                   END-IF
                   MOVE ZERO TO WS-AbortTally
                   INSPECT AuditTrailLine TALLYING WS-AbortTally
                       FOR ALL " ABORTED"
                   IF WS-AbortTally > ZERO
                       MOVE "Y" TO PR-Aborted(ProducerIdx)
                   ELSE
                       MOVE "N" TO PR-Aborted(ProducerIdx)
                   END-IF
               END-IF
           END-PERFORM.

      *> Every line's fate, settled before a single bundle is
      *> opened.  The FERPA test comes first and nothing overrides
      *> it.
       DecideDistribution.
           PERFORM VARYING ControlIdx FROM 1 BY 1
               UNTIL ControlIdx > ControlCount
               EVALUATE TRUE
                   WHEN CT-Office(ControlIdx) = ZERO
                       SET CT-NoSuchOffice(ControlIdx) TO TRUE
                       ADD 1 TO WS-WithheldCount
                   WHEN CT-Restricted(ControlIdx) = "Y"
                       AND OT-Cleared(CT-Office(ControlIdx))
                           NOT = "Y"
                       SET CT-NotCleared(ControlIdx) TO TRUE
                       ADD 1 TO WS-WithheldCount
                   WHEN OTHER
                       PERFORM DecideProducedReport
               END-EVALUATE
           END-PERFORM.

       DecideProducedReport.
           MOVE CT-ReportFile(ControlIdx) TO WS-ReportFileName
           OPEN INPUT reportFile
           IF WS-ReportStatus NOT = "00"
               SET CT-NotProduced(ControlIdx) TO TRUE
               ADD 1 TO WS-MissingCount
               EXIT PARAGRAPH
           END-IF
           CLOSE reportFile
           MOVE CT-Producer(ControlIdx) TO ProducerIdx
           EVALUATE TRUE
               WHEN ProducerIdx = ZERO
                   SET CT-BundledNoTrl(ControlIdx) TO TRUE
                   ADD 1 TO WS-StaleCount
               WHEN PR-Found(ProducerIdx) NOT = "Y"
                   SET CT-BundledNoTrl(ControlIdx) TO TRUE
                   ADD 1 TO WS-StaleCount
               WHEN PR-Aborted(ProducerIdx) = "Y"
                   SET CT-ProducerAborted(ControlIdx) TO TRUE
                   ADD 1 TO WS-WithheldCount
               WHEN PR-Date(ProducerIdx) NOT = WS-RunDate
                   SET CT-BundledPrior(ControlIdx) TO TRUE
                   ADD 1 TO WS-StaleCount
               WHEN OTHER
                   SET CT-Bundled(ControlIdx) TO TRUE
           END-EVALUATE
           IF CT-GoesInBundle(ControlIdx)
               ADD 1 TO WS-BundledCount
           END-IF.

      *> One office's bundle: the banner page, then each report it is
      *> cleared and due to receive, copy by copy.  Rewritten every
      *> run, even with nothing in it, so last night's bundle is
      *> never picked up by mistake.
       WriteOfficeBundle.
           MOVE SPACES TO WS-BundleFileName
           STRING "P2Bundle-" DELIMITED BY SIZE
               OT-Code(OfficeIdx) DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE INTO WS-BundleFileName
           OPEN OUTPUT bundleFile
           IF WS-BundleStatus NOT = "00"
               DISPLAY "P2DISTRIB: CANNOT OPEN " WS-BundleFileName
                   " (STATUS " WS-BundleStatus ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM WriteBundleBanner
           PERFORM VARYING ControlIdx FROM 1 BY 1
               UNTIL ControlIdx > ControlCount
               IF CT-Office(ControlIdx) = OfficeIdx
                   AND CT-GoesInBundle(ControlIdx)
                   PERFORM VARYING WS-CopyNbr FROM 1 BY 1
                       UNTIL WS-CopyNbr > CT-Copies(ControlIdx)
                       PERFORM CopyReportIntoBundle
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE bundleFile.

       WriteBundleBanner.
           MOVE SPACES TO BundleLine
           MOVE ALL "=" TO BundleLine(1:72)
           WRITE BundleRecord
           MOVE SPACES TO BundleLine
           STRING "REPORT DISTRIBUTION BUNDLE -- RUN ", WS-RunDateOut
               DELIMITED BY SIZE INTO BundleLine
           WRITE BundleRecord
           MOVE SPACES TO BundleLine
           STRING "OFFICE:  ", OT-Office(OfficeIdx),
               "   CONTACT: ", OT-Contact(OfficeIdx)
               DELIMITED BY SIZE INTO BundleLine
           WRITE BundleRecord
           MOVE SPACES TO BundleLine
           IF OT-Cleared(OfficeIdx) = "Y"
               MOVE "CLEARED FOR FERPA-RESTRICTED CONTENT"
                   TO BundleLine
           ELSE
               MOVE "NOT CLEARED FOR FERPA-RESTRICTED CONTENT"
                   TO BundleLine
           END-IF
           WRITE BundleRecord
           MOVE SPACES TO BundleLine
           MOVE ALL "=" TO BundleLine(1:72)
           WRITE BundleRecord
           IF OT-Reports(OfficeIdx) = ZERO
               MOVE "NO REPORTS ARE ROUTED TO THIS OFFICE"
                   TO BundleLine
               WRITE BundleRecord
           END-IF
           PERFORM VARYING ControlIdx FROM 1 BY 1
               UNTIL ControlIdx > ControlCount
               IF CT-Office(ControlIdx) = OfficeIdx
                   PERFORM SetStatusText
                   MOVE CT-Copies(ControlIdx) TO WS-CopiesOut
                   MOVE SPACES TO BundleLine
                   STRING CT-ReportFile(ControlIdx),
                       " COPIES ", WS-CopiesOut, "  ", WS-StatusText
                       DELIMITED BY SIZE INTO BundleLine
                   WRITE BundleRecord
                   PERFORM WriteProducerCounts
               END-IF
           END-PERFORM
           MOVE SPACES TO BundleLine
           MOVE ALL "=" TO BundleLine(1:72)
           WRITE BundleRecord.

      *> The counts line under a report on the banner page.
       WriteProducerCounts.
           MOVE CT-Producer(ControlIdx) TO ProducerIdx
           MOVE SPACES TO BundleLine
           IF ProducerIdx = ZERO
               MOVE "    NO PRODUCING PROGRAM ON THE CONTROL FILE"
                   TO BundleLine
           ELSE
               IF PR-Found(ProducerIdx) = "Y"
                   STRING "    ", PR-Name(ProducerIdx), " ",
                       PR-Date(ProducerIdx), " ",
                       PR-Time(ProducerIdx), " ",
                       PR-Counts(ProducerIdx)
                       DELIMITED BY SIZE INTO BundleLine
               ELSE
                   STRING "    ", PR-Name(ProducerIdx),
                       " HAS NO TRL ON THE AUDIT TRAIL"
                       DELIMITED BY SIZE INTO BundleLine
               END-IF
           END-IF
           WRITE BundleRecord.

      *> One copy of one report behind its separator.  Lines are
      *> counted on the first copy for the manifest.
       CopyReportIntoBundle.
           MOVE CT-Copies(ControlIdx) TO WS-CopiesOut
           MOVE WS-CopyNbr TO WS-CopyNbrOut
           MOVE SPACES TO BundleLine
           WRITE BundleRecord
           MOVE SPACES TO BundleLine
           IF CT-Restricted(ControlIdx) = "Y"
               STRING "*** ", CT-ReportFile(ControlIdx),
                   " COPY ", WS-CopyNbrOut, " OF ", WS-CopiesOut,
                   "   FERPA-RESTRICTED -- DO NOT REDISTRIBUTE ***"
                   DELIMITED BY SIZE INTO BundleLine
           ELSE
               STRING "*** ", CT-ReportFile(ControlIdx),
                   " COPY ", WS-CopyNbrOut, " OF ", WS-CopiesOut,
                   " ***"
                   DELIMITED BY SIZE INTO BundleLine
           END-IF
           WRITE BundleRecord
           MOVE CT-ReportFile(ControlIdx) TO WS-ReportFileName
           MOVE ZERO TO WS-LinesCopied
           MOVE "N" TO WS-ReportEOF
           OPEN INPUT reportFile
           IF WS-ReportStatus NOT = "00"
               MOVE "Y" TO WS-ReportEOF
           END-IF
           PERFORM UNTIL WS-ReportEOF = "Y"
               READ reportFile
                   AT END
                       MOVE "Y" TO WS-ReportEOF
                   NOT AT END
                       MOVE ReportLine TO BundleLine
                       WRITE BundleRecord
                       ADD 1 TO WS-LinesCopied
               END-READ
           END-PERFORM
           IF WS-ReportStatus NOT = "35"
               CLOSE reportFile
           END-IF
           IF WS-CopyNbr = 1
               MOVE WS-LinesCopied TO CT-Lines(ControlIdx)
           END-IF.

       SetStatusText.
           EVALUATE TRUE
               WHEN CT-Bundled(ControlIdx)
                   MOVE "BUNDLED" TO WS-StatusText
               WHEN CT-BundledPrior(ControlIdx)
                   MOVE "BUNDLED - NOT THIS RUN" TO WS-StatusText
               WHEN CT-BundledNoTrl(ControlIdx)
                   MOVE "BUNDLED - NO TRL" TO WS-StatusText
               WHEN CT-NotProduced(ControlIdx)
                   MOVE "NOT PRODUCED" TO WS-StatusText
               WHEN CT-NotCleared(ControlIdx)
                   MOVE "WITHHELD - NOT CLEARED" TO WS-StatusText
               WHEN CT-ProducerAborted(ControlIdx)
                   MOVE "WITHHELD - RUN ABORTED" TO WS-StatusText
               WHEN CT-NoSuchOffice(ControlIdx)
                   MOVE "WITHHELD - NO SUCH OFFICE" TO WS-StatusText
               WHEN OTHER
                   MOVE SPACES TO WS-StatusText
           END-EVALUATE.

      *> One office's section of the manifest, closed by the block
      *> the receiving office signs and returns.
       WriteManifestOffice.
           MOVE SPACES TO ManifestLine
           WRITE ManifestRecord
           MOVE SPACES TO ManifestLine
           STRING "OFFICE: ", OT-Office(OfficeIdx),
               "  CONTACT: ", OT-Contact(OfficeIdx),
               "  FERPA CLEARED: ", OT-Cleared(OfficeIdx),
               "  BUNDLE: ", WS-BundleFileName
               DELIMITED BY SIZE INTO ManifestLine
           WRITE ManifestRecord
           MOVE SPACES TO ManifestLine
           STRING "  REPORT FILE          COPIES    LINES  "
               "RESTRICTED  STATUS"
               DELIMITED BY SIZE INTO ManifestLine
           WRITE ManifestRecord
           PERFORM VARYING ControlIdx FROM 1 BY 1
               UNTIL ControlIdx > ControlCount
               IF CT-Office(ControlIdx) = OfficeIdx
                   PERFORM WriteManifestLine
               END-IF
           END-PERFORM
           MOVE SPACES TO ManifestLine
           WRITE ManifestRecord
           MOVE SPACES TO ManifestLine
           STRING "  RECEIVED BY: ______________________________  "
               "DATE: ____________"
               DELIMITED BY SIZE INTO ManifestLine
           WRITE ManifestRecord
           MOVE SPACES TO ManifestLine
           STRING "  ALL BUNDLED REPORTS RECEIVED AS LISTED "
               "(INITIAL): ______"
               DELIMITED BY SIZE INTO ManifestLine
           WRITE ManifestRecord.

       WriteManifestLine.
           PERFORM SetStatusText
           MOVE CT-Copies(ControlIdx) TO WS-CopiesOut
           MOVE CT-Lines(ControlIdx) TO WS-LinesOut
           MOVE SPACES TO ManifestLine
           STRING "  ", CT-ReportFile(ControlIdx), "  ",
               WS-CopiesOut, "   ", WS-LinesOut, "  ",
               CT-Restricted(ControlIdx), "           ",
               WS-StatusText
               DELIMITED BY SIZE INTO ManifestLine
           WRITE ManifestRecord
           MOVE CT-Producer(ControlIdx) TO ProducerIdx
           IF ProducerIdx > ZERO
               IF PR-Found(ProducerIdx) = "Y"
                   MOVE SPACES TO ManifestLine
                   STRING "      ", PR-Name(ProducerIdx), " ",
                       PR-Date(ProducerIdx), " ",
                       PR-Counts(ProducerIdx)
                       DELIMITED BY SIZE INTO ManifestLine
                   WRITE ManifestRecord
               END-IF
           END-IF.

      *> Lines naming an office that is not on P2DistOffice.dat --
      *> never bundled anywhere, listed so the control file gets
      *> corrected.
       WriteManifestUnknownOffices.
           MOVE ZERO TO OtherIdx
           PERFORM VARYING ControlIdx FROM 1 BY 1
               UNTIL ControlIdx > ControlCount
               IF CT-NoSuchOffice(ControlIdx)
                   IF OtherIdx = ZERO
                       MOVE SPACES TO ManifestLine
                       WRITE ManifestRecord
                       MOVE "WITHHELD -- OFFICE NOT ON P2DistOffice.dat"
                           TO ManifestLine
                       WRITE ManifestRecord
                   END-IF
                   ADD 1 TO OtherIdx
                   MOVE SPACES TO ManifestLine
                   STRING "  ", CT-ReportFile(ControlIdx), "  ",
                       CT-OfficeName(ControlIdx)
                       DELIMITED BY SIZE INTO ManifestLine
                   WRITE ManifestRecord
               END-IF
           END-PERFORM.

       WriteAuditHeader.
           ACCEPT WS-RunDate FROM DATE YYYYMMDD
           ACCEPT WS-RunTime FROM TIME
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "HDR ", WS-RunDate, " ", WS-RunTime,
               " P2DISTRIB IN=P2DistCtl.dat OUT=P2DistManifest.dat "
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
               " P2DISTRIB OFFICES=", OfficeCount,
               " BUNDLED=", WS-BundledCount,
               " WITHHELD=", WS-WithheldCount,
               " MISSING=", WS-MissingCount,
               " RC=", WS-CompletionCode, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.

      *> A control file that cannot be read means nothing can be
      *> routed safely -- no bundles, no manifest.
       AbortRun.
           ACCEPT WS-RunDate FROM DATE YYYYMMDD
           ACCEPT WS-RunTime FROM TIME
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "TRL ", WS-RunDate, " ", WS-RunTime,
               " P2DISTRIB BUNDLED=00000 ABORTED"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile
           MOVE 12 TO RETURN-CODE
           STOP RUN.
