      *> Progrm-ID: P2Notify.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Outbound student notifications.  Everything the suite tells
      *> a student otherwise goes out on paper; this run turns the
      *> night's events into e-mail and text messages on the
      *> campus messaging gateway's queue P2NotifyQueue.dat (layout
      *> in NOTIFYQ.CPY).  The events:
      *>   GRADES    a term's grades posted -- each SUMMARY line on
      *>             P2Extract.dat
      *>   STANDING  an academic standing change on P2StandingChg.dat
      *>   HOLD      a hold in force on P2Holds.dat
      *>   CONFER    a degree conferred on P2Conferral.dat
      *> go to the student alone, at the e-mail address and mobile
      *> number on P2Students.dat, and only when the student has
      *> opted in (DM-NotifyOptIn "Y").  The message says what
      *> happened and sends the student to the portal; grades,
      *> GPAs, and standing outcomes never travel in an e-mail or a
      *> text.  Two events are also public announcements, queued
      *> once to the NOTIFY-DIRECTORY-LIST name (P2Params.dat,
      *> default CAMPUS-NEWS) whatever the opt-in:
      *>   DEANLIST  a term semester GPA at DEANS-LIST-GPA or better
      *>   AWARD     a degree conferred, with its honors if any
      *> A student with a FERPA directory hold on P2Privacy.dat gets
      *> the personal notices and nothing else -- no announcement is
      *> queued for them, and their personal messages are flagged
      *> restricted so the gateway delivers them to that one address
      *> and nowhere else.  Every message carries a de-duplication
      *> key (event, W-number, the event's own identity, channel);
      *> each key queued is recorded on P2NotifyKeys.dat and never
      *> queued again, so a rerun -- or an extract P2 appended to
      *> twice -- does not message anyone twice.  Holds and
      *> conferrals dated before NOTIFY-SINCE (P2Params.dat,
      *> YYYYMMDD, default every date) are not announced at all.
      *> Every event carries a date -- a hold's placed date, a
      *> conferral's degree date, and for grades, dean's list and
      *> standing notices the last day of the term (TC-EndDate on
      *> P2TermCal.dat, else the end of the term's season: May 31
      *> spring, August 31 summer, December 31 otherwise).  Only
      *> events inside the last NOTIFY-KEEP-DAYS days (P2Params.dat,
      *> default 400) are announced, and each run rewrites
      *> P2NotifyKeys.dat with just the keys whose events are still
      *> inside that window -- an older event can never be queued
      *> again, so its key has nothing left to guard against -- and
      *> the key history holds a rolling window instead of every
      *> notice ever sent.  A key written before keys carried their
      *> event date is aged by the date it was queued.
      *> RC 0 clean, 4 when an event names a W-number not on the
      *> demographic master, 12 when the master does not balance to
      *> its trailer, 16 when the keys inside the window overflow
      *> their table (nothing is queued and the key history is left
      *> as it was, since duplicates could no longer be ruled out).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2Notify.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT demographicFile ASSIGN TO "P2Students.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DemographicStatus.
           SELECT privacyFile ASSIGN TO "P2Privacy.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PrivacyStatus.
           SELECT extractFile ASSIGN TO "P2Extract.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExtractStatus.
           SELECT standingChgFile ASSIGN TO "P2StandingChg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StandingChgStatus.
           SELECT holdFile ASSIGN TO "P2Holds.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HoldStatus.
           SELECT conferralFile ASSIGN TO "P2Conferral.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ConferralStatus.
           SELECT queueFile ASSIGN TO "P2NotifyQueue.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QueueStatus.
      *> De-duplication keys inside the retention window, with the
      *> dates each was queued and its event happened -- rewritten
      *> every run.
           SELECT keyFile ASSIGN TO "P2NotifyKeys.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KeyStatus.
           SELECT calendarFile ASSIGN TO "P2TermCal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CalendarStatus.
           SELECT paramFile ASSIGN TO "P2Params.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParamStatus.
           SELECT auditTrailFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.

       DATA DIVISION.
       FILE SECTION.
       FD demographicFile.
       01 DemographicRecord.
           COPY "STUDENTD.CPY".

       FD privacyFile.
       01 PrivacyRecord.
        02 PR-StudentWNbr PIC X(9).

       FD extractFile.
       01 ExtractRecord.
        02 ExtractLine PIC X(100).

      *> The columns P2's standing-change STRING lays down.
       FD standingChgFile.
       01 StandingChgRecord.
        02 SC-StudentName PIC X(16).
        02 SC-StudentWNbr PIC X(9).
        02 FILLER PIC X(2).
        02 SC-Years PIC X(11).
        02 FILLER PIC X(2).
        02 SC-OldStanding PIC X(10).
        02 FILLER PIC X(4).
        02 SC-NewStanding PIC X(10).
        02 FILLER PIC X(36).

       FD holdFile.
       01 HoldRecord.
           COPY "HOLDMST.CPY".

       FD conferralFile.
       01 ConferralRecord.
           COPY "CONFMST.CPY".

       FD queueFile.
       01 QueueRecord.
           COPY "NOTIFYQ.CPY".

       FD keyFile.
       01 KeyRecord.
        02 KR-DedupKey PIC X(38).
        02 KR-QueuedDate PIC 9(8).
        02 KR-EventDate PIC 9(8).

       FD calendarFile.
       01 CalendarRecord.
           COPY "TERMCAL.CPY".

       FD paramFile.
       01 ParamRecord.
        02 ParamLine PIC X(40).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-DemographicStatus PIC XX VALUE SPACES.
       01 WS-PrivacyStatus PIC XX VALUE SPACES.
       01 WS-ExtractStatus PIC XX VALUE SPACES.
       01 WS-StandingChgStatus PIC XX VALUE SPACES.
       01 WS-HoldStatus PIC XX VALUE SPACES.
       01 WS-ConferralStatus PIC XX VALUE SPACES.
       01 WS-QueueStatus PIC XX VALUE SPACES.
       01 WS-KeyStatus PIC XX VALUE SPACES.
       01 WS-CalendarStatus PIC XX VALUE SPACES.
       01 WS-ParamStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-InputEOF PIC X VALUE "N".
       01 WS-ParamEOF PIC X VALUE "N".
       01 WS-ParamKey PIC X(20) VALUE SPACES.
       01 WS-ParamValue PIC X(20) VALUE SPACES.
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-DeansListGPA PIC 9V99 VALUE 3.50.
       01 WS-DirectoryList PIC X(20) VALUE "CAMPUS-NEWS".
       01 WS-NotifySince PIC 9(8) VALUE ZERO.
      *> Retention window: events dated before WS-KeepCutoff (run
      *> date less WS-KeepDays) are neither announced nor kept.
       01 WS-KeepDays PIC 9(5) VALUE 400.
       01 WS-KeepCutoff PIC 9(8) VALUE ZERO.
       01 WS-KeepCutoffInt PIC 9(8) VALUE ZERO.
       01 WS-KeysKept PIC 9(7) VALUE ZERO.
       01 WS-KeysExpired PIC 9(7) VALUE ZERO.
       01 WS-TableOverflow PIC X VALUE "N".
       01 WS-CompletionCode PIC 99 VALUE ZERO.
       01 WS-EventsRead PIC 9(7) VALUE ZERO.
       01 WS-MessagesQueued PIC 9(7) VALUE ZERO.
       01 WS-AlreadyQueued PIC 9(7) VALUE ZERO.
       01 WS-NotOptedIn PIC 9(7) VALUE ZERO.
       01 WS-NoContact PIC 9(7) VALUE ZERO.
       01 WS-NotOnMaster PIC 9(7) VALUE ZERO.
       01 WS-FerpaSuppressed PIC 9(7) VALUE ZERO.
       01 WS-BeforeSince PIC 9(7) VALUE ZERO.
      *> Demographic master, in its own W-number order -- only what
      *> a message needs.
       01 DemoTable.
           02 DemoEntry OCCURS 5000 TIMES.
               03 DT-WNbr PIC X(9) VALUE SPACES.
               03 DT-Name PIC X(16) VALUE SPACES.
               03 DT-Email PIC X(40) VALUE SPACES.
               03 DT-Mobile PIC X(15) VALUE SPACES.
               03 DT-OptIn PIC X(1) VALUE SPACE.
       01 DemoCount PIC 9(5) VALUE ZERO.
       01 DemoIdx PIC 9(5) VALUE ZERO.
       01 DemoFoundIdx PIC 9(5) VALUE ZERO.
       01 PrivacyTable.
           02 PrivacyEntry OCCURS 500 TIMES.
               03 PV-StudentWNbr PIC X(9) VALUE SPACES.
       01 PrivacyCount PIC 999 VALUE ZERO.
       01 PrivacyIdx PIC 999 VALUE ZERO.
       01 WS-PrivacyHold PIC X VALUE "N".
      *> Keys already queued, off P2NotifyKeys.dat plus this run's.
       01 KeyTable.
           02 KeyEntry OCCURS 20000 TIMES.
               03 KT-DedupKey PIC X(38) VALUE SPACES.
               03 KT-QueuedDate PIC 9(8) VALUE ZERO.
               03 KT-EventDate PIC 9(8) VALUE ZERO.
       01 KeyCount PIC 9(5) VALUE ZERO.
       01 KeyIdx PIC 9(5) VALUE ZERO.
       01 WS-KeyFound PIC X VALUE "N".
      *> The event being queued, filled in by each source's reader.
       01 WS-EventKey.
        02 WS-EvKeyEvent PIC X(8).
        02 WS-EvKeyWNbr PIC X(9).
        02 WS-EvKeyDetail PIC X(20).
        02 WS-EvKeyChannel PIC X(1).
       01 WS-EventDate PIC 9(8) VALUE ZERO.
      *> The date the retention window ages the event by -- the
      *> term's last day for a term's notices, else WS-EventDate.
       01 WS-KeyDate PIC 9(8) VALUE ZERO.
      *> Term end dates off the calendar, and the season parse
      *> behind a term the calendar does not carry.
       01 CalendarTable.
           02 CalendarEntry OCCURS 40 TIMES.
               03 CA-Years PIC X(11) VALUE SPACES.
               03 CA-EndDate PIC 9(8) VALUE ZERO.
       01 CalendarCount PIC 99 VALUE ZERO.
       01 CalendarIdx PIC 99 VALUE ZERO.
       01 CalendarFoundIdx PIC 99 VALUE ZERO.
       01 WS-TermText PIC X(11) VALUE SPACES.
       01 WS-TermSeason PIC X(8) VALUE SPACES.
       01 WS-TermYearText PIC X(4) VALUE SPACES.
       01 WS-EventSubject PIC X(40) VALUE SPACES.
       01 WS-EventBody PIC X(160) VALUE SPACES.
       01 WS-Channel PIC X(5) VALUE SPACES.
       01 WS-Address PIC X(40) VALUE SPACES.
       01 WS-Audience PIC X(1) VALUE SPACE.
       01 WS-DateOut.
        02 WS-DO-Year PIC 9(4).
        02 FILLER PIC X VALUE "-".
        02 WS-DO-Month PIC 99.
        02 FILLER PIC X VALUE "-".
        02 WS-DO-Day PIC 99.
      *> A name or honors field copied here keeps two trailing
      *> spaces even when the field is full, so DELIMITED BY "  "
      *> always finds its end.
       01 WS-NameText PIC X(18) VALUE SPACES.
       01 WS-HonorsText PIC X(18) VALUE SPACES.
      *> Unpacked SUMMARY fields -- same shapes P2GradeMail.cob
      *> picks up through REDEFINES.
       01 WS-SumFields.
        02 WS-SumTag PIC X(8).
        02 WS-SumWNbr PIC X(9).
        02 WS-SumYears PIC X(11).
        02 WS-SumSemCreditX PIC X(4).
        02 WS-SumSemQPX PIC X(4).
        02 WS-SumSemGPAX PIC X(3).
        02 WS-SumSemGPA REDEFINES WS-SumSemGPAX PIC 9V99.
        02 WS-SumCumCreditX PIC X(6).
        02 WS-SumCumQPX PIC X(6).
        02 WS-SumCumGPAX PIC X(3).
        02 WS-SumMode PIC X(8).
      *> Interlock request block for the CALLed P2Lock subprogram
      *> -- the demographic master is held shared for the run.
       01 LockRequest.
        02 LockReqName PIC X(10) VALUE SPACES.
        02 LockReqMode PIC X(1) VALUE SPACE.
        02 LockReqAction PIC X(8) VALUE SPACES.
        02 LockReqProgram PIC X(12) VALUE SPACES.
        02 LockReqResult PIC X(1) VALUE SPACE.
      *> Demographic-master integrity-trailer verification working
      *> fields -- same CTLTRL re-add the other readers perform.
       01 WS-VfyCount PIC 9(9) VALUE ZERO.
       01 WS-VfyHash1 PIC 9(9) VALUE ZERO.
       01 WS-VfyTrailerSeen PIC X VALUE "N".
       01 WS-VfyEOF PIC X VALUE "N".
       01 WS-VfyTrailer.
        02 WS-VT-Tag PIC X(6).
        02 FILLER PIC X(1).
        02 WS-VT-Count PIC 9(9).
        02 WS-VT-Hash1 PIC 9(9).
        02 WS-VT-Hash2 PIC 9(9).

       PROCEDURE DIVISION.
       ACCEPT WS-RunDate FROM DATE YYYYMMDD.
       ACCEPT WS-RunTime FROM TIME.
       PERFORM ReadRunParams.
       COMPUTE WS-KeepCutoffInt =
           FUNCTION INTEGER-OF-DATE(WS-RunDate) - WS-KeepDays.
       COMPUTE WS-KeepCutoff =
           FUNCTION DATE-OF-INTEGER(WS-KeepCutoffInt).
       PERFORM LoadTermCalendar.
       PERFORM AcquireMasterLock.
       PERFORM WriteAuditHeader.
       PERFORM VerifyDemographicMaster.
       PERFORM LoadDemographics.
       PERFORM LoadPrivacyHolds.
       PERFORM LoadQueuedKeys.
       IF WS-TableOverflow = "Y"
           DISPLAY "P2NOTIFY ABORTED: MORE THAN 20000 KEYS ON "
               "P2NotifyKeys.dat SINCE " WS-KeepCutoff
               " -- NOTHING QUEUED"
           MOVE 16 TO WS-CompletionCode
           PERFORM WriteAuditTrailer
           PERFORM ReleaseMasterLock
           MOVE WS-CompletionCode TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN EXTEND queueFile.
       IF WS-QueueStatus = "35"
           OPEN OUTPUT queueFile
       END-IF.
       PERFORM RewriteQueuedKeys.
       PERFORM QueueGradeEvents.
       PERFORM QueueStandingEvents.
       PERFORM QueueHoldEvents.
       PERFORM QueueConferralEvents.
       CLOSE queueFile.
       CLOSE keyFile.
       EVALUATE TRUE
           WHEN WS-TableOverflow = "Y"
               MOVE 16 TO WS-CompletionCode
           WHEN WS-NotOnMaster > ZERO
               MOVE 4 TO WS-CompletionCode
           WHEN OTHER
               MOVE ZERO TO WS-CompletionCode
       END-EVALUATE.
       DISPLAY "P2NOTIFY: EVENTS: " WS-EventsRead
           "  QUEUED: " WS-MessagesQueued
           "  ALREADY QUEUED: " WS-AlreadyQueued
           "  NOT OPTED IN: " WS-NotOptedIn.
       DISPLAY "P2NOTIFY: NO CONTACT: " WS-NoContact
           "  NOT ON MASTER: " WS-NotOnMaster
           "  FERPA SUPPRESSED: " WS-FerpaSuppressed
           "  COMPLETION CODE: " WS-CompletionCode.
       DISPLAY "P2NOTIFY: BEFORE WINDOW: " WS-BeforeSince
           "  KEYS KEPT: " WS-KeysKept
           "  KEYS EXPIRED: " WS-KeysExpired
           "  WINDOW FROM: " WS-KeepCutoff.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseMasterLock.
       MOVE WS-CompletionCode TO RETURN-CODE.
       STOP RUN.

      *> DEANS-LIST-GPA is P2's own threshold; the directory list
      *> name, the announcement cut-off date and the retention
      *> window are this program's.
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
                           WHEN "DEANS-LIST-GPA"
                               COMPUTE WS-DeansListGPA =
                                   FUNCTION NUMVAL(WS-ParamValue)
                           WHEN "NOTIFY-DIRECTORY-LIST"
                               MOVE WS-ParamValue
                                   TO WS-DirectoryList
                           WHEN "NOTIFY-SINCE"
                               COMPUTE WS-NotifySince =
                                   FUNCTION NUMVAL(WS-ParamValue)
                           WHEN "NOTIFY-KEEP-DAYS"
                               COMPUTE WS-KeepDays =
                                   FUNCTION NUMVAL(WS-ParamValue)
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-ParamStatus NOT = "35"
               CLOSE paramFile
           END-IF.

       AcquireMasterLock.
           MOVE "STUDENTS" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           MOVE "P2NOTIFY" TO LockReqProgram
           CALL "P2Lock" USING LockRequest
           IF LockReqResult NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       ReleaseMasterLock.
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest.

      *> Re-adds the master's records before trusting them -- a
      *> message to the wrong address is worse than no message.
       VerifyDemographicMaster.
           MOVE ZERO TO WS-VfyCount
           MOVE ZERO TO WS-VfyHash1
           MOVE "N" TO WS-VfyTrailerSeen
           MOVE "N" TO WS-VfyEOF
           OPEN INPUT demographicFile
           IF WS-DemographicStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-VfyEOF = "Y"
               READ demographicFile
                   AT END
                       MOVE "Y" TO WS-VfyEOF
                   NOT AT END
                       IF DemographicRecord(1:6) = "CTLTRL"
                           MOVE "Y" TO WS-VfyTrailerSeen
                           MOVE DemographicRecord TO WS-VfyTrailer
                       ELSE
                           ADD 1 TO WS-VfyCount
                           IF DM-CatalogYear IS NUMERIC
                               COMPUTE WS-VfyHash1 =
                                   WS-VfyHash1 + DM-CatalogYear
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE demographicFile
           IF WS-VfyTrailerSeen = "N"
               DISPLAY "P2NOTIFY: P2Students.dat CARRIES NO "
                   "INTEGRITY TRAILER (LEGACY MASTER) -- USED AS-IS"
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               DISPLAY "P2NOTIFY ABORTED: P2Students.dat DOES "
                   "NOT BALANCE TO ITS INTEGRITY TRAILER"
               DISPLAY "  TRAILER: COUNT=" WS-VT-Count
                   " YEARS=" WS-VT-Hash1
               DISPLAY "  ON FILE: COUNT=" WS-VfyCount
                   " YEARS=" WS-VfyHash1
               PERFORM AbortRun
           END-IF.

       LoadDemographics.
           MOVE "N" TO WS-InputEOF
           OPEN INPUT demographicFile
           IF WS-DemographicStatus NOT = "00"
               DISPLAY "P2NOTIFY ABORTED: CANNOT OPEN "
                   "P2Students.dat (STATUS " WS-DemographicStatus ")"
               PERFORM AbortRun
           END-IF
           PERFORM UNTIL WS-InputEOF = "Y"
               READ demographicFile
                   AT END
                       MOVE "Y" TO WS-InputEOF
                   NOT AT END
                       IF DemographicRecord(1:6) NOT = "CTLTRL"
                           IF DemoCount < 5000
                               ADD 1 TO DemoCount
                               MOVE DM-StudentWNbr
                                   TO DT-WNbr(DemoCount)
                               MOVE DM-StudentName
                                   TO DT-Name(DemoCount)
                               MOVE DM-Email TO DT-Email(DemoCount)
                               MOVE DM-MobilePhone
                                   TO DT-Mobile(DemoCount)
                               MOVE DM-NotifyOptIn
                                   TO DT-OptIn(DemoCount)
                           ELSE
                               DISPLAY "P2NOTIFY ABORTED: MORE THAN "
                                   "5000 STUDENTS ON P2Students.dat"
                               PERFORM AbortRun
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE demographicFile.

      *> FERPA directory holds.  No holds file on disk (status 35)
      *> means nobody is held.
       LoadPrivacyHolds.
           MOVE "N" TO WS-InputEOF
           OPEN INPUT privacyFile
           IF WS-PrivacyStatus NOT = "00"
               MOVE "Y" TO WS-InputEOF
           END-IF
           PERFORM UNTIL WS-InputEOF = "Y"
               READ privacyFile
                   AT END
                       MOVE "Y" TO WS-InputEOF
                   NOT AT END
                       IF PrivacyCount < 500
                           ADD 1 TO PrivacyCount
                           MOVE PR-StudentWNbr TO
                               PV-StudentWNbr(PrivacyCount)
                       ELSE
                           DISPLAY "P2NOTIFY ABORTED: MORE THAN 500 "
                               "FERPA HOLDS IN P2Privacy.dat"
                           PERFORM AbortRun
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PrivacyStatus NOT = "35"
               CLOSE privacyFile
           END-IF.

       LoadQueuedKeys.
           MOVE "N" TO WS-InputEOF
           OPEN INPUT keyFile
           IF WS-KeyStatus NOT = "00"
               MOVE "Y" TO WS-InputEOF
           END-IF
           PERFORM UNTIL WS-InputEOF = "Y"
               READ keyFile
                   AT END
                       MOVE "Y" TO WS-InputEOF
                   NOT AT END
                       IF KR-EventDate NOT NUMERIC
                           MOVE KR-QueuedDate TO KR-EventDate
                       END-IF
                       IF KR-EventDate < WS-KeepCutoff
                           ADD 1 TO WS-KeysExpired
                       ELSE
                           PERFORM KeepQueuedKey
                       END-IF
               END-READ
           END-PERFORM
           IF WS-KeyStatus NOT = "35"
               CLOSE keyFile
           END-IF.

       KeepQueuedKey.
           IF KeyCount < 20000
               ADD 1 TO KeyCount
               MOVE KR-DedupKey TO KT-DedupKey(KeyCount)
               MOVE KR-QueuedDate TO KT-QueuedDate(KeyCount)
               MOVE KR-EventDate TO KT-EventDate(KeyCount)
           ELSE
               MOVE "Y" TO WS-TableOverflow
               MOVE "Y" TO WS-InputEOF
           END-IF.

      *> Writes the kept keys back as the new key history and leaves
      *> the file open for this run's keys to follow them.
       RewriteQueuedKeys.
           OPEN OUTPUT keyFile
           PERFORM VARYING KeyIdx FROM 1 BY 1
               UNTIL KeyIdx > KeyCount
               MOVE KT-DedupKey(KeyIdx) TO KR-DedupKey
               MOVE KT-QueuedDate(KeyIdx) TO KR-QueuedDate
               MOVE KT-EventDate(KeyIdx) TO KR-EventDate
               WRITE KeyRecord
           END-PERFORM
           MOVE KeyCount TO WS-KeysKept.

      *> Term end dates.  No calendar on disk (status 35) leaves
      *> every term dated by its season.
       LoadTermCalendar.
           MOVE "N" TO WS-InputEOF
           OPEN INPUT calendarFile
           IF WS-CalendarStatus NOT = "00"
               MOVE "Y" TO WS-InputEOF
           END-IF
           PERFORM UNTIL WS-InputEOF = "Y"
               READ calendarFile
                   AT END
                       MOVE "Y" TO WS-InputEOF
                   NOT AT END
                       IF CalendarCount < 40
                           AND TC-EndDate IS NUMERIC
                           ADD 1 TO CalendarCount
                           MOVE TC-Years TO CA-Years(CalendarCount)
                           MOVE TC-EndDate TO
                               CA-EndDate(CalendarCount)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CalendarStatus NOT = "35"
               CLOSE calendarFile
           END-IF.

      *> The last day of the term in WS-TermText, into WS-KeyDate.
      *> A term with no readable year is dated today, which keeps
      *> its notices for the whole window.
       DateTermEvent.
           MOVE ZERO TO CalendarFoundIdx
           PERFORM VARYING CalendarIdx FROM 1 BY 1
               UNTIL CalendarIdx > CalendarCount
               IF CA-Years(CalendarIdx) = WS-TermText
                   MOVE CalendarIdx TO CalendarFoundIdx
               END-IF
           END-PERFORM
           IF CalendarFoundIdx > ZERO
               MOVE CA-EndDate(CalendarFoundIdx) TO WS-KeyDate
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TermSeason
           MOVE SPACES TO WS-TermYearText
           UNSTRING WS-TermText DELIMITED BY ALL SPACE
               INTO WS-TermSeason WS-TermYearText
           END-UNSTRING
           IF WS-TermYearText NOT NUMERIC
               MOVE WS-RunDate TO WS-KeyDate
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TermYearText TO WS-KeyDate(1:4)
           EVALUATE TRUE
               WHEN WS-TermSeason(1:2) = "SP"
                   MOVE "0531" TO WS-KeyDate(5:4)
               WHEN WS-TermSeason(1:2) = "SU"
                   MOVE "0831" TO WS-KeyDate(5:4)
               WHEN OTHER
                   MOVE "1231" TO WS-KeyDate(5:4)
           END-EVALUATE.

      *> One GRADES notice per student per term, off the SUMMARY
      *> line that closes each term on the extract, and a DEANLIST
      *> announcement when the term's GPA qualifies.
       QueueGradeEvents.
           MOVE "N" TO WS-InputEOF
           OPEN INPUT extractFile
           IF WS-ExtractStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-InputEOF = "Y"
               READ extractFile
                   AT END
                       MOVE "Y" TO WS-InputEOF
                   NOT AT END
                       IF ExtractLine(1:8) = "SUMMARY,"
                           PERFORM QueueOneGradeEvent
                       END-IF
               END-READ
           END-PERFORM
           CLOSE extractFile.

       QueueOneGradeEvent.
           MOVE SPACES TO WS-SumFields
           UNSTRING ExtractLine DELIMITED BY ","
               INTO WS-SumTag, WS-SumWNbr, WS-SumYears,
                   WS-SumSemCreditX, WS-SumSemQPX, WS-SumSemGPAX,
                   WS-SumCumCreditX, WS-SumCumQPX, WS-SumCumGPAX,
                   WS-SumMode
           END-UNSTRING
           ADD 1 TO WS-EventsRead
           MOVE WS-SumYears TO WS-TermText
           PERFORM DateTermEvent
           IF WS-KeyDate < WS-KeepCutoff
               ADD 1 TO WS-BeforeSince
               EXIT PARAGRAPH
           END-IF
           MOVE "GRADES" TO WS-EvKeyEvent
           MOVE WS-SumWNbr TO WS-EvKeyWNbr
           MOVE WS-SumYears TO WS-EvKeyDetail
           MOVE WS-RunDate TO WS-EventDate
           MOVE SPACES TO WS-EventSubject
           STRING "GRADES POSTED -- ", WS-SumYears
               DELIMITED BY SIZE INTO WS-EventSubject
           MOVE SPACES TO WS-EventBody
           STRING "YOUR GRADES FOR " DELIMITED BY SIZE,
               WS-SumYears DELIMITED BY "  ",
               " HAVE POSTED.  LOG IN TO THE STUDENT PORTAL "
               "TO VIEW THEM." DELIMITED BY SIZE
               INTO WS-EventBody
           PERFORM QueuePersonalNotice
           IF WS-SumSemGPAX IS NUMERIC
               AND WS-SumSemGPA NOT < WS-DeansListGPA
               AND DemoFoundIdx > ZERO
               MOVE "DEANLIST" TO WS-EvKeyEvent
               MOVE SPACES TO WS-EventSubject
               STRING "DEAN'S LIST -- ", WS-SumYears
                   DELIMITED BY SIZE INTO WS-EventSubject
               MOVE SPACES TO WS-EventBody
               MOVE DT-Name(DemoFoundIdx) TO WS-NameText
               STRING WS-NameText DELIMITED BY "  ",
                   " HAS BEEN NAMED TO THE DEAN'S LIST FOR "
                   DELIMITED BY SIZE,
                   WS-SumYears DELIMITED BY "  ",
                   "." DELIMITED BY SIZE
                   INTO WS-EventBody
               PERFORM QueueDirectoryNotice
           END-IF.

      *> The standing change itself is not spelled out -- the
      *> student reads it in the portal and hears it from advising.
       QueueStandingEvents.
           MOVE "N" TO WS-InputEOF
           OPEN INPUT standingChgFile
           IF WS-StandingChgStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-InputEOF = "Y"
               READ standingChgFile
                   AT END
                       MOVE "Y" TO WS-InputEOF
                   NOT AT END
                       ADD 1 TO WS-EventsRead
                       MOVE SC-Years TO WS-TermText
                       PERFORM DateTermEvent
                       IF WS-KeyDate < WS-KeepCutoff
                           ADD 1 TO WS-BeforeSince
                       ELSE
                           PERFORM QueueOneStandingEvent
                       END-IF
               END-READ
           END-PERFORM
           CLOSE standingChgFile.

       QueueOneStandingEvent.
           MOVE "STANDING" TO WS-EvKeyEvent
           MOVE SC-StudentWNbr TO WS-EvKeyWNbr
           MOVE SPACES TO WS-EvKeyDetail
           STRING SC-Years, SC-NewStanding(1:9)
               DELIMITED BY SIZE INTO WS-EvKeyDetail
           MOVE WS-RunDate TO WS-EventDate
           MOVE "ACADEMIC STANDING UPDATED" TO WS-EventSubject
           MOVE SPACES TO WS-EventBody
           STRING "YOUR ACADEMIC STANDING AFTER " DELIMITED BY SIZE,
               SC-Years DELIMITED BY "  ",
               " HAS CHANGED.  LOG IN TO THE STUDENT "
               "PORTAL AND CONTACT YOUR ADVISOR."
               DELIMITED BY SIZE INTO WS-EventBody
           PERFORM QueuePersonalNotice.

      *> Every hold in force is announced once, keyed by its type
      *> and placed date -- a hold released and placed again later
      *> is a new notice.
       QueueHoldEvents.
           MOVE "N" TO WS-InputEOF
           OPEN INPUT holdFile
           IF WS-HoldStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-InputEOF = "Y"
               READ holdFile
                   AT END
                       MOVE "Y" TO WS-InputEOF
                   NOT AT END
                       ADD 1 TO WS-EventsRead
                       IF HD-PlacedDate < WS-NotifySince
                           OR HD-PlacedDate < WS-KeepCutoff
                           ADD 1 TO WS-BeforeSince
                       ELSE
                           PERFORM QueueOneHoldEvent
                       END-IF
               END-READ
           END-PERFORM
           CLOSE holdFile.

       QueueOneHoldEvent.
           MOVE "HOLD" TO WS-EvKeyEvent
           MOVE HD-StudentWNbr TO WS-EvKeyWNbr
           MOVE SPACES TO WS-EvKeyDetail
           STRING HD-HoldType, HD-PlacedDate
               DELIMITED BY SIZE INTO WS-EvKeyDetail
           MOVE HD-PlacedDate TO WS-EventDate
           MOVE HD-PlacedDate TO WS-KeyDate
           PERFORM FormatEventDate
           MOVE "HOLD PLACED ON YOUR RECORD" TO WS-EventSubject
           MOVE SPACES TO WS-EventBody
           STRING "A " DELIMITED BY SIZE,
               HD-HoldType DELIMITED BY SPACE,
               " HOLD WAS PLACED ON YOUR RECORD ON " DELIMITED BY SIZE,
               WS-DateOut DELIMITED BY SIZE,
               " BY " DELIMITED BY SIZE,
               HD-Office DELIMITED BY "  ",
               ".  CONTACT THAT OFFICE TO RESOLVE IT."
               DELIMITED BY SIZE INTO WS-EventBody
           PERFORM QueuePersonalNotice.

      *> The graduate hears it personally; the award is announced to
      *> the directory list unless the student is FERPA-held.
       QueueConferralEvents.
           MOVE "N" TO WS-InputEOF
           OPEN INPUT conferralFile
           IF WS-ConferralStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-InputEOF = "Y"
               READ conferralFile
                   AT END
                       MOVE "Y" TO WS-InputEOF
                   NOT AT END
                       ADD 1 TO WS-EventsRead
                       IF CF-DegreeDate < WS-NotifySince
                           OR CF-DegreeDate < WS-KeepCutoff
                           ADD 1 TO WS-BeforeSince
                       ELSE
                           PERFORM QueueOneConferralEvent
                       END-IF
               END-READ
           END-PERFORM
           CLOSE conferralFile.

       QueueOneConferralEvent.
           MOVE "CONFER" TO WS-EvKeyEvent
           MOVE CF-StudentWNbr TO WS-EvKeyWNbr
           MOVE SPACES TO WS-EvKeyDetail
           STRING CF-Program, CF-DegreeDate
               DELIMITED BY SIZE INTO WS-EvKeyDetail
           MOVE CF-DegreeDate TO WS-EventDate
           MOVE CF-DegreeDate TO WS-KeyDate
           PERFORM FormatEventDate
           MOVE "DEGREE CONFERRED" TO WS-EventSubject
           MOVE SPACES TO WS-EventBody
           STRING "CONGRATULATIONS -- YOUR " DELIMITED BY SIZE,
               CF-Program DELIMITED BY SPACE,
               " DEGREE WAS CONFERRED ON " DELIMITED BY SIZE,
               WS-DateOut DELIMITED BY SIZE,
               ".  DIPLOMA AND TRANSCRIPT DETAILS ARE IN THE "
               "STUDENT PORTAL."
               DELIMITED BY SIZE INTO WS-EventBody
           PERFORM QueuePersonalNotice
           MOVE "AWARD" TO WS-EvKeyEvent
           MOVE SPACES TO WS-EventSubject
           STRING "DEGREE AWARDED -- ", WS-DateOut
               DELIMITED BY SIZE INTO WS-EventSubject
           MOVE SPACES TO WS-EventBody
           MOVE CF-StudentName TO WS-NameText
           MOVE CF-Honors TO WS-HonorsText
           IF CF-Honors = SPACES
               STRING WS-NameText DELIMITED BY "  ",
                   " WAS AWARDED THE " DELIMITED BY SIZE,
                   CF-Program DELIMITED BY SPACE,
                   " DEGREE ON " DELIMITED BY SIZE,
                   WS-DateOut DELIMITED BY SIZE,
                   "." DELIMITED BY SIZE
                   INTO WS-EventBody
           ELSE
               STRING WS-NameText DELIMITED BY "  ",
                   " WAS AWARDED THE " DELIMITED BY SIZE,
                   CF-Program DELIMITED BY SPACE,
                   " DEGREE, " DELIMITED BY SIZE,
                   WS-HonorsText DELIMITED BY "  ",
                   ", ON " DELIMITED BY SIZE,
                   WS-DateOut DELIMITED BY SIZE,
                   "." DELIMITED BY SIZE
                   INTO WS-EventBody
           END-IF
           PERFORM QueueDirectoryNotice.

       FormatEventDate.
           MOVE WS-EventDate(1:4) TO WS-DO-Year
           MOVE WS-EventDate(5:2) TO WS-DO-Month
           MOVE WS-EventDate(7:2) TO WS-DO-Day.

      *> To the student's own e-mail and mobile, opted-in students
      *> only.  Leaves DemoFoundIdx set for the caller.
       QueuePersonalNotice.
           PERFORM FindStudent
           IF DemoFoundIdx = ZERO
               ADD 1 TO WS-NotOnMaster
               EXIT PARAGRAPH
           END-IF
           IF DT-OptIn(DemoFoundIdx) NOT = "Y"
               ADD 1 TO WS-NotOptedIn
               EXIT PARAGRAPH
           END-IF
           IF DT-Email(DemoFoundIdx) = SPACES
               AND DT-Mobile(DemoFoundIdx) = SPACES
               ADD 1 TO WS-NoContact
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO WS-Audience
           IF DT-Email(DemoFoundIdx) NOT = SPACES
               MOVE "E" TO WS-EvKeyChannel
               MOVE "EMAIL" TO WS-Channel
               MOVE DT-Email(DemoFoundIdx) TO WS-Address
               PERFORM QueueOneMessage
           END-IF
           IF DT-Mobile(DemoFoundIdx) NOT = SPACES
               MOVE "S" TO WS-EvKeyChannel
               MOVE "SMS" TO WS-Channel
               MOVE DT-Mobile(DemoFoundIdx) TO WS-Address
               PERFORM QueueOneMessage
           END-IF.

      *> A public announcement -- never for a FERPA-held student.
       QueueDirectoryNotice.
           PERFORM CheckPrivacyHold
           IF WS-PrivacyHold = "Y"
               ADD 1 TO WS-FerpaSuppressed
               EXIT PARAGRAPH
           END-IF
           MOVE "D" TO WS-Audience
           MOVE "D" TO WS-EvKeyChannel
           MOVE "DIR" TO WS-Channel
           MOVE WS-DirectoryList TO WS-Address
           PERFORM QueueOneMessage.

      *> Queues the message unless its key has been queued before,
      *> and records the key so it never is again.
       QueueOneMessage.
           MOVE "N" TO WS-KeyFound
           PERFORM VARYING KeyIdx FROM 1 BY 1
               UNTIL KeyIdx > KeyCount OR WS-KeyFound = "Y"
               IF KT-DedupKey(KeyIdx) = WS-EventKey
                   MOVE "Y" TO WS-KeyFound
               END-IF
           END-PERFORM
           IF WS-KeyFound = "Y"
               ADD 1 TO WS-AlreadyQueued
               EXIT PARAGRAPH
           END-IF
           IF KeyCount NOT < 20000
               MOVE "Y" TO WS-TableOverflow
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckPrivacyHold
           MOVE SPACES TO QueueRecord
           MOVE WS-EventKey TO NQ-DedupKey
           MOVE WS-Channel TO NQ-Channel
           MOVE WS-Address TO NQ-Address
           MOVE WS-EvKeyWNbr TO NQ-StudentWNbr
           MOVE WS-EventDate TO NQ-EventDate
           MOVE WS-Audience TO NQ-Audience
           MOVE WS-PrivacyHold TO NQ-Restricted
           MOVE WS-RunDate TO NQ-QueuedDate
           MOVE WS-RunTime TO NQ-QueuedTime
           MOVE WS-EventSubject TO NQ-Subject
           MOVE WS-EventBody TO NQ-Body
           WRITE QueueRecord
           MOVE WS-EventKey TO KR-DedupKey
           MOVE WS-RunDate TO KR-QueuedDate
           MOVE WS-KeyDate TO KR-EventDate
           WRITE KeyRecord
           ADD 1 TO KeyCount
           MOVE WS-EventKey TO KT-DedupKey(KeyCount)
           MOVE WS-RunDate TO KT-QueuedDate(KeyCount)
           MOVE WS-KeyDate TO KT-EventDate(KeyCount)
           ADD 1 TO WS-MessagesQueued.

       FindStudent.
           MOVE ZERO TO DemoFoundIdx
           PERFORM VARYING DemoIdx FROM 1 BY 1
               UNTIL DemoIdx > DemoCount OR DemoFoundIdx > ZERO
               IF DT-WNbr(DemoIdx) = WS-EvKeyWNbr
                   MOVE DemoIdx TO DemoFoundIdx
               END-IF
           END-PERFORM.

       CheckPrivacyHold.
           MOVE "N" TO WS-PrivacyHold
           PERFORM VARYING PrivacyIdx FROM 1 BY 1
               UNTIL PrivacyIdx > PrivacyCount
               IF PV-StudentWNbr(PrivacyIdx) = WS-EvKeyWNbr
                   MOVE "Y" TO WS-PrivacyHold
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
               " P2NOTIFY IN=P2Extract.dat OUT=P2NotifyQueue.dat "
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
               " P2NOTIFY EVENTS=", WS-EventsRead,
               " QUEUED=", WS-MessagesQueued,
               " DUPLICATE=", WS-AlreadyQueued,
               " FERPA=", WS-FerpaSuppressed,
               " RC=", WS-CompletionCode, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.

       AbortRun.
           ACCEPT WS-RunDate FROM DATE YYYYMMDD
           ACCEPT WS-RunTime FROM TIME
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "TRL ", WS-RunDate, " ", WS-RunTime,
               " P2NOTIFY QUEUED=0000000 ABORTED"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile
           PERFORM ReleaseMasterLock
           MOVE 12 TO RETURN-CODE
           STOP RUN.
