      *> Progrm-ID: P2Tax1098.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Year-end 1098-T tuition statements.  Every January the
      *> bursar used to build these by hand from a year of charge
      *> extracts and refund reports; this run does it from the same
      *> two sources:
      *>   P2Charges.dat   the year's P2Billing charge extracts, one
      *>                   after another, each closed by its own CTL
      *>                   trailer -- every extract must balance to
      *>                   its trailer or nothing is filed (RC 8);
      *>   P2RefundTxn.dat the year's priced withdrawal refunds off
      *>                   P2Withdraw, the posting twin of each
      *>                   P2Refund.dat report line.
      *> Each term is placed in a calendar year by its start date on
      *> P2TermCal.dat.  For the tax year (the first command-line
      *> argument, YYYY; the year before the run date when none is
      *> given) a student's box 1 is the qualified tuition billed
      *> for that year's terms less the refunds on those same
      *> terms, and box 4 is the refunds dated in the tax year
      *> against an earlier year's terms -- an adjustment to what
      *> was reported before.  Box 8 is checked when any of the
      *> year's charges was billed at FULL-TIME, OVERLOAD, or
      *> PART-TIME status (half-time or more).
      *> Output:
      *>   P2Form1098.dat      the electronic filing file -- T
      *>                       (transmitter), A (filer), one B per
      *>                       student, C (filer control totals),
      *>                       F (end of transmission), 750 bytes
      *>                       each;
      *>   P2Form1098Prt.dat   the student copy, one page each,
      *>                       addressed off P2Students.dat;
      *>   P2Form1098Hold.dat  the student copy for an address
      *>                       flagged undeliverable (DM-AddrBad),
      *>                       under a HOLD FOR ADDRESS line instead
      *>                       of in the mail run -- the B record is
      *>                       filed all the same;
      *>   P2Form1098Exc.dat   students with a reportable amount but
      *>                       no taxpayer ID on the demographic
      *>                       master (listed with their amounts for
      *>                       a W-9S solicitation, not filed), and
      *>                       charges or refunds for a term not on
      *>                       the calendar.
      *> The filer's EIN, the transmitter control code, and the
      *> contact come from P2Params.dat (TAX-FILER-EIN, TAX-TCC,
      *> TAX-CONTACT, TAX-PHONE).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2Tax1098.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT calendarFile ASSIGN TO "P2TermCal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CalendarStatus.
           SELECT chargeFile ASSIGN TO "P2Charges.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChargeStatus.
           SELECT refundTxnFile ASSIGN TO "P2RefundTxn.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RefundTxnStatus.
           SELECT demographicFile ASSIGN TO "P2Students.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DemographicStatus.
           SELECT paramFile ASSIGN TO "P2Params.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParamStatus.
           SELECT irsFile ASSIGN TO "P2Form1098.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT studentCopyFile ASSIGN TO "P2Form1098Prt.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT copyHoldFile ASSIGN TO "P2Form1098Hold.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT exceptionFile ASSIGN TO "P2Form1098Exc.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT auditTrailFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.

       DATA DIVISION.
       FILE SECTION.
       FD calendarFile.
       01 CalendarRecord.
           COPY "TERMCAL.CPY".

      *> P2Billing's fixed charge layout and its CTL trailer.
       FD chargeFile.
       01 ChargeRecord.
        02 BL-RecType PIC X(3).
        02 BL-StudentWNbr PIC X(9).
        02 BL-StudentName PIC X(16).
        02 BL-Years PIC X(11).
        02 BL-TermHours PIC 99V99.
        02 BL-Status PIC X(10).
        02 BL-FeeCode PIC X(4).
        02 BL-Charge PIC 9(7)V99.
        02 BL-AddressLine1 PIC X(30).
        02 BL-AddressLine2 PIC X(30).
       01 ChargeTrailer.
        02 BT-RecType PIC X(3).
        02 BT-Count PIC 9(6).
        02 BT-TotalCharge PIC 9(9)V99.

      *> P2Withdraw's priced refund posting layout.
       FD refundTxnFile.
       01 RefundTxnRecord.
        02 RF-StudentWNbr PIC X(9).
        02 RF-Years PIC X(11).
        02 RF-Course PIC X(9).
        02 RF-Date PIC 9(8).
        02 RF-Pct PIC 9(3).
        02 RF-CreditHr PIC 9.
        02 RF-Amount PIC 9(7)V99.

       FD demographicFile.
       01 DemographicRecord.
           COPY "STUDENTD.CPY".

       FD paramFile.
       01 ParamRecord.
        02 ParamLine PIC X(40).

       FD irsFile.
       01 IrsRecord.
        02 IrsLine PIC X(750).

       FD studentCopyFile.
       01 StudentCopyRecord.
        02 StudentCopyLine PIC X(80).

       FD copyHoldFile.
       01 CopyHoldRecord.
        02 CopyHoldLine PIC X(80).

       FD exceptionFile.
       01 ExceptionRecord.
        02 ExceptionLine PIC X(100).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-CalendarStatus PIC XX VALUE SPACES.
       01 WS-ChargeStatus PIC XX VALUE SPACES.
       01 WS-RefundTxnStatus PIC XX VALUE SPACES.
       01 WS-DemographicStatus PIC XX VALUE SPACES.
       01 WS-ParamStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-CalendarEOF PIC X VALUE "N".
       01 WS-ChargeEOF PIC X VALUE "N".
       01 WS-RefundEOF PIC X VALUE "N".
       01 WS-DemoEOF PIC X VALUE "N".
       01 WS-ParamEOF PIC X VALUE "N".
       01 WS-ParamKey PIC X(20) VALUE SPACES.
       01 WS-ParamValue PIC X(20) VALUE SPACES.
       01 WS-ArgNum PIC 9(2) VALUE ZERO.
       01 WS-YearArg PIC X(10) VALUE SPACES.
       01 WS-TaxYear PIC 9(4) VALUE ZERO.
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-RunDateOut.
        02 WS-RD-Year PIC 9(4).
        02 FILLER PIC X VALUE "-".
        02 WS-RD-Month PIC 99.
        02 FILLER PIC X VALUE "-".
        02 WS-RD-Day PIC 99.
      *> Filer identification off P2Params.dat.
       01 WS-FilerEIN PIC X(9) VALUE SPACES.
       01 WS-TransmitterCode PIC X(5) VALUE SPACES.
       01 WS-ContactName PIC X(20) VALUE SPACES.
       01 WS-ContactPhone PIC X(15) VALUE SPACES.
      *> Charge-extract balancing, one CTL segment at a time.
       01 WS-SegCount PIC 9(6) VALUE ZERO.
       01 WS-SegTotal PIC 9(9)V99 VALUE ZERO.
       01 WS-Segments PIC 9(4) VALUE ZERO.
       01 WS-ChargeBalanced PIC X VALUE "Y".
      *> Integrity-trailer verification fields -- same record
      *> count + catalog-year hash scheme the master writers stamp.
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
      *> The term calendar: Years text and the year its term falls
      *> in for reporting (the start date's year).
       01 CalendarTable.
           02 CalendarEntry OCCURS 40 TIMES.
               03 CA-Years PIC X(11) VALUE SPACES.
               03 CA-StartDate PIC 9(8) VALUE ZERO.
       01 CalendarCount PIC 99 VALUE ZERO.
       01 CalendarIdx PIC 99 VALUE ZERO.
       01 CalendarFoundIdx PIC 99 VALUE ZERO.
       01 WS-TermYear PIC 9(4) VALUE ZERO.
      *> One accumulator per student with anything in the year.
       01 AccountTable.
           02 AccountEntry OCCURS 500 TIMES.
               03 TA-StudentWNbr PIC X(9) VALUE SPACES.
               03 TA-StudentName PIC X(16) VALUE SPACES.
               03 TA-Billed PIC 9(7)V99 VALUE ZERO.
               03 TA-Refunded PIC 9(7)V99 VALUE ZERO.
               03 TA-PriorAdj PIC 9(7)V99 VALUE ZERO.
               03 TA-HalfTime PIC X(1) VALUE "N".
       01 AccountCount PIC 999 VALUE ZERO.
       01 AccountIdx PIC 999 VALUE ZERO.
       01 AccountFoundIdx PIC 999 VALUE ZERO.
       01 WS-LookupWNbr PIC X(9) VALUE SPACES.
      *> Name, address, and taxpayer ID off the demographic master.
       01 AddressTable.
           02 AddressEntry OCCURS 500 TIMES.
               03 AD-StudentWNbr PIC X(9) VALUE SPACES.
               03 AD-StudentName PIC X(16) VALUE SPACES.
               03 AD-AddressLine1 PIC X(30) VALUE SPACES.
               03 AD-AddressLine2 PIC X(30) VALUE SPACES.
               03 AD-TaxpayerID PIC X(9) VALUE SPACES.
               03 AD-AddrBad PIC X(1) VALUE "N".
               03 AD-AddrReturnDoc PIC X(10) VALUE SPACES.
               03 AD-AddrReturnDate PIC X(8) VALUE SPACES.
       01 AddressCount PIC 999 VALUE ZERO.
       01 AddressIdx PIC 999 VALUE ZERO.
       01 AddressFoundIdx PIC 999 VALUE ZERO.
       01 WS-TableOverflow PIC X VALUE "N".
      *> The student's two reportable amounts.
       01 WS-Box1 PIC 9(7)V99 VALUE ZERO.
       01 WS-Box4 PIC 9(7)V99 VALUE ZERO.
       01 WS-AmountOut PIC Z,ZZZ,ZZ9.99.
       01 WS-AmountOut2 PIC Z,ZZZ,ZZ9.99.
       01 WS-AmountOut3 PIC Z,ZZZ,ZZ9.99.
      *> Payee city / state / ZIP split off address line 2
      *> ("HAMMOND, LA 70402").
       01 WS-PayeeCity PIC X(40) VALUE SPACES.
       01 WS-PayeeStateZip PIC X(20) VALUE SPACES.
       01 WS-PayeeState PIC X(2) VALUE SPACES.
       01 WS-PayeeZip PIC X(9) VALUE SPACES.
       01 WS-LinesOnPage PIC 9(3) VALUE ZERO.
       01 WS-PageSize PIC 9(3) VALUE 55.
       01 WS-IrsSeq PIC 9(8) VALUE ZERO.
       01 WS-PayeesFiled PIC 9(8) VALUE ZERO.
       01 WS-TotalBox1 PIC 9(16)V99 VALUE ZERO.
       01 WS-TotalBox4 PIC 9(16)V99 VALUE ZERO.
       01 WS-ChargesRead PIC 9(6) VALUE ZERO.
       01 WS-RefundsRead PIC 9(6) VALUE ZERO.
       01 WS-NoTIN PIC 9(5) VALUE ZERO.
       01 WS-NotOnCalendar PIC 9(5) VALUE ZERO.
       01 WS-NoAddress PIC 9(5) VALUE ZERO.
       01 WS-HeldForAddress PIC 9(5) VALUE ZERO.
       01 WS-Exceptions PIC 9(5) VALUE ZERO.
      *> Electronic filing records, built here and MOVEd to the
      *> 750-byte line.  Amounts are raw implied-decimal digits,
      *> right-justified and zero-filled; amount code 1 carries box
      *> 1, amount code 3 carries box 4.
       01 IrsTRecord.
        02 IT-RecType PIC X(1) VALUE "T".
        02 IT-Year PIC 9(4) VALUE ZERO.
        02 FILLER PIC X(1) VALUE SPACE.
        02 IT-TIN PIC X(9) VALUE SPACES.
        02 IT-TCC PIC X(5) VALUE SPACES.
        02 FILLER PIC X(7) VALUE SPACES.
        02 IT-TestFlag PIC X(1) VALUE SPACE.
        02 FILLER PIC X(1) VALUE SPACE.
        02 IT-Name PIC X(40) VALUE SPACES.
        02 IT-Name2 PIC X(40) VALUE SPACES.
        02 IT-Company PIC X(40) VALUE SPACES.
        02 IT-Company2 PIC X(40) VALUE SPACES.
        02 IT-Address PIC X(40) VALUE SPACES.
        02 IT-City PIC X(40) VALUE SPACES.
        02 IT-State PIC X(2) VALUE SPACES.
        02 IT-Zip PIC X(9) VALUE SPACES.
        02 FILLER PIC X(15) VALUE SPACES.
        02 IT-PayeeCount PIC 9(8) VALUE ZERO.
        02 IT-Contact PIC X(40) VALUE SPACES.
        02 IT-Phone PIC X(15) VALUE SPACES.
        02 IT-Email PIC X(50) VALUE SPACES.
        02 FILLER PIC X(91) VALUE SPACES.
        02 IT-Seq PIC 9(8) VALUE ZERO.
        02 FILLER PIC X(10) VALUE SPACES.
        02 IT-VendorFlag PIC X(1) VALUE "I".
        02 FILLER PIC X(232) VALUE SPACES.
       01 IrsARecord.
        02 IA-RecType PIC X(1) VALUE "A".
        02 IA-Year PIC 9(4) VALUE ZERO.
        02 FILLER PIC X(6) VALUE SPACES.
        02 IA-TIN PIC X(9) VALUE SPACES.
        02 IA-NameControl PIC X(4) VALUE SPACES.
        02 IA-LastFiling PIC X(1) VALUE SPACE.
        02 IA-ReturnType PIC X(2) VALUE "8 ".
        02 IA-AmountCodes PIC X(18) VALUE "13".
        02 FILLER PIC X(6) VALUE SPACES.
        02 IA-OriginalFlag PIC X(1) VALUE "1".
        02 FILLER PIC X(7) VALUE SPACES.
        02 IA-TransferAgent PIC X(1) VALUE "0".
        02 IA-Name PIC X(40) VALUE SPACES.
        02 IA-Name2 PIC X(40) VALUE SPACES.
        02 FILLER PIC X(1) VALUE "0".
        02 IA-Address PIC X(40) VALUE SPACES.
        02 IA-City PIC X(40) VALUE SPACES.
        02 IA-State PIC X(2) VALUE SPACES.
        02 IA-Zip PIC X(9) VALUE SPACES.
        02 IA-Phone PIC X(15) VALUE SPACES.
        02 FILLER PIC X(252) VALUE SPACES.
        02 IA-Seq PIC 9(8) VALUE ZERO.
        02 FILLER PIC X(243) VALUE SPACES.
       01 IrsBRecord.
        02 IB-RecType PIC X(1) VALUE "B".
        02 IB-Year PIC 9(4) VALUE ZERO.
        02 IB-Corrected PIC X(1) VALUE SPACE.
        02 IB-NameControl PIC X(4) VALUE SPACES.
        02 IB-TINType PIC X(1) VALUE "2".
        02 IB-TIN PIC X(9) VALUE SPACES.
        02 IB-Account PIC X(20) VALUE SPACES.
        02 FILLER PIC X(14) VALUE SPACES.
        02 IB-Amount1 PIC 9(10)V99 VALUE ZERO.
        02 IB-Amount2 PIC 9(10)V99 VALUE ZERO.
        02 IB-Amount3 PIC 9(10)V99 VALUE ZERO.
        02 FILLER PIC X(180) VALUE ALL "0".
        02 FILLER PIC X(16) VALUE SPACES.
        02 IB-ForeignFlag PIC X(1) VALUE SPACE.
        02 IB-Name PIC X(40) VALUE SPACES.
        02 IB-Name2 PIC X(40) VALUE SPACES.
        02 IB-Address PIC X(40) VALUE SPACES.
        02 FILLER PIC X(40) VALUE SPACES.
        02 IB-City PIC X(40) VALUE SPACES.
        02 IB-State PIC X(2) VALUE SPACES.
        02 IB-Zip PIC X(9) VALUE SPACES.
        02 FILLER PIC X(1) VALUE SPACE.
        02 IB-Seq PIC 9(8) VALUE ZERO.
        02 FILLER PIC X(39) VALUE SPACES.
        02 IB-HalfTime PIC X(1) VALUE SPACE.
        02 IB-Graduate PIC X(1) VALUE SPACE.
        02 FILLER PIC X(202) VALUE SPACES.
       01 IrsCRecord.
        02 IC-RecType PIC X(1) VALUE "C".
        02 IC-PayeeCount PIC 9(8) VALUE ZERO.
        02 FILLER PIC X(6) VALUE SPACES.
        02 IC-Total1 PIC 9(16)V99 VALUE ZERO.
        02 IC-Total2 PIC 9(16)V99 VALUE ZERO.
        02 IC-Total3 PIC 9(16)V99 VALUE ZERO.
        02 FILLER PIC X(270) VALUE ALL "0".
        02 FILLER PIC X(160) VALUE SPACES.
        02 IC-Seq PIC 9(8) VALUE ZERO.
        02 FILLER PIC X(243) VALUE SPACES.
       01 IrsFRecord.
        02 IF-RecType PIC X(1) VALUE "F".
        02 IF-ACount PIC 9(8) VALUE ZERO.
        02 FILLER PIC 9(21) VALUE ZERO.
        02 FILLER PIC X(19) VALUE SPACES.
        02 IF-PayeeCount PIC 9(8) VALUE ZERO.
        02 FILLER PIC X(442) VALUE SPACES.
        02 IF-Seq PIC 9(8) VALUE ZERO.
        02 FILLER PIC X(243) VALUE SPACES.
      *> Interlock request block for the CALLed P2Lock subprogram
      *> -- readers hold the masters' locks shared for the run.
       01 LockRequest.
        02 LockReqName PIC X(10) VALUE SPACES.
        02 LockReqMode PIC X(1) VALUE SPACE.
        02 LockReqAction PIC X(8) VALUE SPACES.
        02 LockReqProgram PIC X(12) VALUE SPACES.
        02 LockReqResult PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       ACCEPT WS-RunDate FROM DATE YYYYMMDD.
       ACCEPT WS-RunTime FROM TIME.
       MOVE WS-RunDate(1:4) TO WS-RD-Year.
       MOVE WS-RunDate(5:2) TO WS-RD-Month.
       MOVE WS-RunDate(7:2) TO WS-RD-Day.
      *> The tax year: the first argument, or last calendar year --
      *> this is a January run.
       MOVE 1 TO WS-ArgNum.
       DISPLAY WS-ArgNum UPON ARGUMENT-NUMBER.
       ACCEPT WS-YearArg FROM ARGUMENT-VALUE
           ON EXCEPTION
               MOVE SPACES TO WS-YearArg
       END-ACCEPT.
       IF WS-YearArg(1:4) IS NUMERIC AND WS-YearArg(5:6) = SPACES
           MOVE WS-YearArg(1:4) TO WS-TaxYear
       ELSE
           COMPUTE WS-TaxYear = WS-RunDate / 10000 - 1
       END-IF.
       PERFORM ReadRunParams.
       PERFORM LoadTermCalendar.
       IF CalendarCount = ZERO
           DISPLAY "P2TAX1098 ABORTED: P2TermCal.dat IS MISSING OR "
               "EMPTY -- NO TERM CAN BE PLACED IN A TAX YEAR"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM AcquireMasterLock.
       PERFORM VerifyDemographicMaster.
       PERFORM LoadAddresses.
       PERFORM WriteAuditHeader.
       OPEN OUTPUT exceptionFile.
       MOVE SPACES TO ExceptionLine.
       STRING "1098-T EXCEPTIONS -- TAX YEAR ", WS-TaxYear,
           "   RUN ", WS-RunDateOut INTO ExceptionLine.
       WRITE ExceptionRecord.
       MOVE SPACES TO ExceptionLine.
       WRITE ExceptionRecord.
       IF WS-FilerEIN IS NOT NUMERIC
           ADD 1 TO WS-Exceptions
           MOVE SPACES TO ExceptionLine
           STRING "NO TAX-FILER-EIN IN P2Params.dat -- FILER TIN "
               "ON THE T AND A RECORDS IS BLANK" INTO ExceptionLine
           WRITE ExceptionRecord
       END-IF.
       PERFORM BalanceChargeFile.
       IF WS-ChargeBalanced = "N"
           DISPLAY "P2TAX1098 ABORTED: P2Charges.dat DOES NOT "
               "BALANCE TO ITS CTL TRAILERS -- NOTHING FILED"
           CLOSE exceptionFile
           PERFORM ReleaseMasterLock
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM AccumulateCharges.
       PERFORM AccumulateRefunds.
       IF WS-TableOverflow = "Y"
           DISPLAY "P2TAX1098 ABORTED: MORE THAN 500 STUDENTS WITH "
               "CHARGES OR REFUNDS -- NOTHING FILED"
           CLOSE exceptionFile
           PERFORM ReleaseMasterLock
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT irsFile.
       OPEN OUTPUT studentCopyFile.
       OPEN OUTPUT copyHoldFile.
       PERFORM WriteTransmitterRecord.
       PERFORM WriteFilerRecord.
       PERFORM VARYING AccountIdx FROM 1 BY 1
           UNTIL AccountIdx > AccountCount
           PERFORM ReportOneStudent
       END-PERFORM.
       PERFORM WriteFilerTotals.
       PERFORM WriteEndOfTransmission.
       CLOSE irsFile.
       CLOSE studentCopyFile.
       CLOSE copyHoldFile.
       MOVE SPACES TO ExceptionLine.
       WRITE ExceptionRecord.
       MOVE WS-TotalBox1 TO WS-AmountOut.
       MOVE WS-TotalBox4 TO WS-AmountOut2.
       MOVE SPACES TO ExceptionLine.
       STRING "FILED: ", WS-PayeesFiled, "  BOX 1: ", WS-AmountOut,
           "  BOX 4: ", WS-AmountOut2, "  NO TIN: ", WS-NoTIN
           INTO ExceptionLine.
       WRITE ExceptionRecord.
       CLOSE exceptionFile.
       DISPLAY "P2TAX1098: TAX YEAR " WS-TaxYear
           "  FILED: " WS-PayeesFiled
           "  NO TIN: " WS-NoTIN
           "  TERM NOT ON CALENDAR: " WS-NotOnCalendar
           "  HELD FOR ADDRESS: " WS-HeldForAddress.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseMasterLock.
       IF WS-Exceptions > ZERO
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

      *> Shared hold on the demographic master for the whole run.
       AcquireMasterLock.
           MOVE "STUDENTS" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           MOVE "P2TAX1098" TO LockReqProgram
           CALL "P2Lock" USING LockRequest
           IF LockReqResult NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       ReleaseMasterLock.
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest.

      *> Re-adds the demographic master against its integrity
      *> trailer before a tax form is addressed from it.  A master
      *> with no trailer yet is warned about and accepted.
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
               DISPLAY "P2TAX1098: P2Students.dat CARRIES NO "
                   "INTEGRITY TRAILER (LEGACY MASTER) -- "
                   "USED AS-IS"
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               DISPLAY "P2TAX1098 ABORTED: P2Students.dat DOES "
                   "NOT BALANCE TO ITS INTEGRITY TRAILER"
               DISPLAY "  TRAILER: COUNT=" WS-VT-Count
                   " YEARS=" WS-VT-Hash1
               DISPLAY "  ON FILE: COUNT=" WS-VfyCount
                   " YEARS=" WS-VfyHash1
               PERFORM ReleaseMasterLock
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

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
                           WHEN "TAX-FILER-EIN"
                               MOVE WS-ParamValue TO WS-FilerEIN
                           WHEN "TAX-TCC"
                               MOVE WS-ParamValue TO WS-TransmitterCode
                           WHEN "TAX-CONTACT"
                               MOVE WS-ParamValue TO WS-ContactName
                           WHEN "TAX-PHONE"
                               MOVE WS-ParamValue TO WS-ContactPhone
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-ParamStatus NOT = "35"
               CLOSE paramFile
           END-IF.

       LoadTermCalendar.
           MOVE "N" TO WS-CalendarEOF
           OPEN INPUT calendarFile
           IF WS-CalendarStatus NOT = "00"
               MOVE "Y" TO WS-CalendarEOF
           END-IF
           PERFORM UNTIL WS-CalendarEOF = "Y"
               READ calendarFile
                   AT END
                       MOVE "Y" TO WS-CalendarEOF
                   NOT AT END
                       IF CalendarCount < 40
                           ADD 1 TO CalendarCount
                           MOVE TC-Years TO
                               CA-Years(CalendarCount)
                           MOVE TC-StartDate TO
                               CA-StartDate(CalendarCount)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CalendarStatus NOT = "35"
               CLOSE calendarFile
           END-IF.

       LoadAddresses.
           MOVE "N" TO WS-DemoEOF
           OPEN INPUT demographicFile
           IF WS-DemographicStatus NOT = "00"
               MOVE "Y" TO WS-DemoEOF
           END-IF
           PERFORM UNTIL WS-DemoEOF = "Y"
               READ demographicFile
                   AT END
                       MOVE "Y" TO WS-DemoEOF
                   NOT AT END
                       IF DemographicRecord(1:6) = "CTLTRL"
                           CONTINUE
                       ELSE
                           IF AddressCount < 500
                               ADD 1 TO AddressCount
                               MOVE DM-StudentWNbr TO
                                   AD-StudentWNbr(AddressCount)
                               MOVE DM-StudentName TO
                                   AD-StudentName(AddressCount)
                               MOVE DM-AddressLine1 TO
                                   AD-AddressLine1(AddressCount)
                               MOVE DM-AddressLine2 TO
                                   AD-AddressLine2(AddressCount)
                               MOVE DM-TaxpayerID TO
                                   AD-TaxpayerID(AddressCount)
                               IF DM-AddrBad = "Y"
                                   MOVE "Y" TO AD-AddrBad(AddressCount)
                                   MOVE DM-AddrReturnDoc TO
                                       AD-AddrReturnDoc(AddressCount)
                                   MOVE DM-AddrReturnDate TO
                                       AD-AddrReturnDate(AddressCount)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DemographicStatus NOT = "35"
               CLOSE demographicFile
           END-IF.

      *> First pass over the year's charge extracts: every CTL
      *> trailer must match the CHG records since the one before it,
      *> and nothing may trail the last CTL -- a short or truncated
      *> extract would under-report students to the IRS.
       BalanceChargeFile.
           MOVE "N" TO WS-ChargeEOF
           OPEN INPUT chargeFile
           IF WS-ChargeStatus NOT = "00"
               ADD 1 TO WS-Exceptions
               MOVE SPACES TO ExceptionLine
               STRING "NO P2Charges.dat -- NO TUITION BILLED IS "
                   "REPORTED" INTO ExceptionLine
               WRITE ExceptionRecord
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ChargeEOF = "Y"
               READ chargeFile
                   AT END
                       MOVE "Y" TO WS-ChargeEOF
                   NOT AT END
                       EVALUATE BL-RecType
                           WHEN "CHG"
                               ADD 1 TO WS-SegCount
                               COMPUTE WS-SegTotal =
                                   WS-SegTotal + BL-Charge
                           WHEN "CTL"
                               ADD 1 TO WS-Segments
                               IF BT-Count NOT = WS-SegCount
                                   OR BT-TotalCharge NOT = WS-SegTotal
                                   PERFORM NoteChargeImbalance
                               END-IF
                               MOVE ZERO TO WS-SegCount
                               MOVE ZERO TO WS-SegTotal
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE chargeFile
           IF WS-SegCount > ZERO
               MOVE ZERO TO BT-Count
               MOVE ZERO TO BT-TotalCharge
               ADD 1 TO WS-Segments
               PERFORM NoteChargeImbalance
           END-IF.

       NoteChargeImbalance.
           MOVE "N" TO WS-ChargeBalanced
           ADD 1 TO WS-Exceptions
           MOVE SPACES TO ExceptionLine
           STRING "P2Charges.dat EXTRACT ", WS-Segments,
               " OUT OF BALANCE -- CTL COUNT ", BT-Count,
               " FOUND ", WS-SegCount INTO ExceptionLine
           WRITE ExceptionRecord.

      *> Second pass: every charge for a term that starts in the tax
      *> year is qualified tuition billed in that year.
       AccumulateCharges.
           MOVE "N" TO WS-ChargeEOF
           OPEN INPUT chargeFile
           IF WS-ChargeStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ChargeEOF = "Y"
               READ chargeFile
                   AT END
                       MOVE "Y" TO WS-ChargeEOF
                   NOT AT END
                       IF BL-RecType = "CHG"
                           ADD 1 TO WS-ChargesRead
                           PERFORM AccumulateOneCharge
                       END-IF
               END-READ
           END-PERFORM
           CLOSE chargeFile.

       AccumulateOneCharge.
           PERFORM FindTermYear
           IF CalendarFoundIdx = ZERO
               ADD 1 TO WS-NotOnCalendar
               ADD 1 TO WS-Exceptions
               MOVE SPACES TO ExceptionLine
               STRING BL-StudentWNbr, " ", BL-StudentName, " ",
                   BL-Years, "  CHARGE TERM NOT ON P2TermCal.dat"
                   INTO ExceptionLine
               WRITE ExceptionRecord
               EXIT PARAGRAPH
           END-IF
           IF WS-TermYear NOT = WS-TaxYear
               EXIT PARAGRAPH
           END-IF
           MOVE BL-StudentWNbr TO WS-LookupWNbr
           PERFORM FindAccount
           IF AccountFoundIdx = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE BL-StudentName TO TA-StudentName(AccountFoundIdx)
           ADD BL-Charge TO TA-Billed(AccountFoundIdx)
           IF BL-Status = "FULL-TIME" OR BL-Status = "OVERLOAD"
               OR BL-Status = "PART-TIME"
               MOVE "Y" TO TA-HalfTime(AccountFoundIdx)
           END-IF.

      *> A refund on one of the tax year's terms comes off that
      *> year's box 1; a refund dated in the tax year on an earlier
      *> year's term is a box 4 prior-year adjustment.  Anything else
      *> belongs to some other year's form.
       AccumulateRefunds.
           MOVE "N" TO WS-RefundEOF
           OPEN INPUT refundTxnFile
           IF WS-RefundTxnStatus NOT = "00"
               DISPLAY "P2TAX1098: NO P2RefundTxn.dat -- NO REFUNDS "
                   "APPLIED"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RefundEOF = "Y"
               READ refundTxnFile
                   AT END
                       MOVE "Y" TO WS-RefundEOF
                   NOT AT END
                       ADD 1 TO WS-RefundsRead
                       PERFORM AccumulateOneRefund
               END-READ
           END-PERFORM
           CLOSE refundTxnFile.

       AccumulateOneRefund.
           MOVE RF-Years TO BL-Years
           PERFORM FindTermYear
           IF CalendarFoundIdx = ZERO
               ADD 1 TO WS-NotOnCalendar
               ADD 1 TO WS-Exceptions
               MOVE SPACES TO ExceptionLine
               STRING RF-StudentWNbr, " ", RF-Years, " ",
                   RF-Course, "  REFUND TERM NOT ON P2TermCal.dat"
                   INTO ExceptionLine
               WRITE ExceptionRecord
               EXIT PARAGRAPH
           END-IF
           MOVE RF-StudentWNbr TO WS-LookupWNbr
           EVALUATE TRUE
               WHEN WS-TermYear = WS-TaxYear
                   PERFORM FindAccount
                   IF AccountFoundIdx > ZERO
                       ADD RF-Amount TO TA-Refunded(AccountFoundIdx)
                   END-IF
               WHEN WS-TermYear < WS-TaxYear
                   AND RF-Date(1:4) = WS-TaxYear
                   PERFORM FindAccount
                   IF AccountFoundIdx > ZERO
                       ADD RF-Amount TO TA-PriorAdj(AccountFoundIdx)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> The calendar year of BL-Years' term, by its start date, or
      *> CalendarFoundIdx zero when the term is not on the calendar.
       FindTermYear.
           MOVE ZERO TO CalendarFoundIdx
           MOVE ZERO TO WS-TermYear
           PERFORM VARYING CalendarIdx FROM 1 BY 1
               UNTIL CalendarIdx > CalendarCount
               IF CA-Years(CalendarIdx) = BL-Years
                   MOVE CalendarIdx TO CalendarFoundIdx
                   MOVE CA-StartDate(CalendarIdx)(1:4) TO WS-TermYear
               END-IF
           END-PERFORM.

      *> The student's accumulator, added on first sight; zero
      *> only when the table is full.
       FindAccount.
           MOVE ZERO TO AccountFoundIdx
           PERFORM VARYING AccountIdx FROM 1 BY 1
               UNTIL AccountIdx > AccountCount
               IF TA-StudentWNbr(AccountIdx) = WS-LookupWNbr
                   MOVE AccountIdx TO AccountFoundIdx
               END-IF
           END-PERFORM
           IF AccountFoundIdx > ZERO
               EXIT PARAGRAPH
           END-IF
           IF AccountCount NOT < 500
               MOVE "Y" TO WS-TableOverflow
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AccountCount
           MOVE WS-LookupWNbr TO TA-StudentWNbr(AccountCount)
           MOVE AccountCount TO AccountFoundIdx.

       FindAddress.
           MOVE ZERO TO AddressFoundIdx
           PERFORM VARYING AddressIdx FROM 1 BY 1
               UNTIL AddressIdx > AddressCount
               IF AD-StudentWNbr(AddressIdx) =
                   TA-StudentWNbr(AccountIdx)
                   MOVE AddressIdx TO AddressFoundIdx
               END-IF
           END-PERFORM.

      *> One student: nothing to report means no form; a reportable
      *> amount with no taxpayer ID goes on the exception report
      *> with its amounts instead of the filing; otherwise a B
      *> record and a student copy.
       ReportOneStudent.
           MOVE ZERO TO WS-Box1
           IF TA-Billed(AccountIdx) > TA-Refunded(AccountIdx)
               COMPUTE WS-Box1 =
                   TA-Billed(AccountIdx) - TA-Refunded(AccountIdx)
           END-IF
           MOVE TA-PriorAdj(AccountIdx) TO WS-Box4
           IF WS-Box1 = ZERO AND WS-Box4 = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM FindAddress
           IF AddressFoundIdx > ZERO
               MOVE AD-StudentName(AddressFoundIdx) TO
                   TA-StudentName(AccountIdx)
           END-IF
           IF AddressFoundIdx = ZERO
               OR AD-TaxpayerID(AddressFoundIdx) IS NOT NUMERIC
               OR AD-TaxpayerID(AddressFoundIdx) = ZERO
               ADD 1 TO WS-NoTIN
               ADD 1 TO WS-Exceptions
               MOVE TA-Billed(AccountIdx) TO WS-AmountOut
               MOVE TA-Refunded(AccountIdx) TO WS-AmountOut2
               MOVE WS-Box4 TO WS-AmountOut3
               MOVE SPACES TO ExceptionLine
               STRING TA-StudentWNbr(AccountIdx), " ",
                   TA-StudentName(AccountIdx),
                   "  NO TIN  BILLED ", WS-AmountOut,
                   " REFUNDED ", WS-AmountOut2,
                   " PRIOR ", WS-AmountOut3 INTO ExceptionLine
               WRITE ExceptionRecord
               EXIT PARAGRAPH
           END-IF
           PERFORM WritePayeeRecord
           PERFORM WriteStudentCopy.

       WriteTransmitterRecord.
           MOVE WS-TaxYear TO IT-Year
           MOVE WS-FilerEIN TO IT-TIN
           MOVE WS-TransmitterCode TO IT-TCC
           MOVE "SOUTHEASTERN LOUISIANA UNIVERSITY" TO IT-Name
           MOVE "SOUTHEASTERN LOUISIANA UNIVERSITY" TO IT-Company
           MOVE "OFFICE OF THE BURSAR" TO IT-Address
           MOVE "HAMMOND" TO IT-City
           MOVE "LA" TO IT-State
           MOVE "70402" TO IT-Zip
           MOVE WS-ContactName TO IT-Contact
           MOVE WS-ContactPhone TO IT-Phone
           ADD 1 TO WS-IrsSeq
           MOVE WS-IrsSeq TO IT-Seq
           MOVE IrsTRecord TO IrsLine
           WRITE IrsRecord.

       WriteFilerRecord.
           MOVE WS-TaxYear TO IA-Year
           MOVE WS-FilerEIN TO IA-TIN
           MOVE "SOUT" TO IA-NameControl
           MOVE "SOUTHEASTERN LOUISIANA UNIVERSITY" TO IA-Name
           MOVE "OFFICE OF THE BURSAR" TO IA-Address
           MOVE "HAMMOND" TO IA-City
           MOVE "LA" TO IA-State
           MOVE "70402" TO IA-Zip
           MOVE WS-ContactPhone TO IA-Phone
           ADD 1 TO WS-IrsSeq
           MOVE WS-IrsSeq TO IA-Seq
           MOVE IrsARecord TO IrsLine
           WRITE IrsRecord.

       WritePayeeRecord.
           ADD 1 TO WS-PayeesFiled
           ADD WS-Box1 TO WS-TotalBox1
           ADD WS-Box4 TO WS-TotalBox4
           PERFORM SplitCityStateZip
           MOVE WS-TaxYear TO IB-Year
           MOVE AD-TaxpayerID(AddressFoundIdx) TO IB-TIN
           MOVE TA-StudentWNbr(AccountIdx) TO IB-Account
           MOVE WS-Box1 TO IB-Amount1
           MOVE ZERO TO IB-Amount2
           MOVE WS-Box4 TO IB-Amount3
           MOVE TA-StudentName(AccountIdx) TO IB-Name
           MOVE AD-AddressLine1(AddressFoundIdx) TO IB-Address
           MOVE WS-PayeeCity TO IB-City
           MOVE WS-PayeeState TO IB-State
           MOVE WS-PayeeZip TO IB-Zip
           IF TA-HalfTime(AccountIdx) = "Y"
               MOVE "1" TO IB-HalfTime
           ELSE
               MOVE SPACE TO IB-HalfTime
           END-IF
           ADD 1 TO WS-IrsSeq
           MOVE WS-IrsSeq TO IB-Seq
           MOVE IrsBRecord TO IrsLine
           WRITE IrsRecord.

      *> "HAMMOND, LA 70402" -> city / state / ZIP for the payee
      *> record; an address line that does not split that way goes
      *> whole into the city field.
       SplitCityStateZip.
           MOVE SPACES TO WS-PayeeCity
           MOVE SPACES TO WS-PayeeStateZip
           MOVE SPACES TO WS-PayeeState
           MOVE SPACES TO WS-PayeeZip
           UNSTRING AD-AddressLine2(AddressFoundIdx)
               DELIMITED BY ", " OR ","
               INTO WS-PayeeCity, WS-PayeeStateZip
           END-UNSTRING
           UNSTRING WS-PayeeStateZip DELIMITED BY ALL " "
               INTO WS-PayeeState, WS-PayeeZip
           END-UNSTRING.

       WriteFilerTotals.
           MOVE WS-PayeesFiled TO IC-PayeeCount
           MOVE WS-TotalBox1 TO IC-Total1
           MOVE ZERO TO IC-Total2
           MOVE WS-TotalBox4 TO IC-Total3
           ADD 1 TO WS-IrsSeq
           MOVE WS-IrsSeq TO IC-Seq
           MOVE IrsCRecord TO IrsLine
           WRITE IrsRecord.

       WriteEndOfTransmission.
           MOVE 1 TO IF-ACount
           MOVE WS-PayeesFiled TO IF-PayeeCount
           ADD 1 TO WS-IrsSeq
           MOVE WS-IrsSeq TO IF-Seq
           MOVE IrsFRecord TO IrsLine
           WRITE IrsRecord.

      *> A copy to an address the mail has come back from goes to
      *> the hold file, never into the mail run.
       WriteCopyLine.
           IF AD-AddrBad(AddressFoundIdx) = "Y"
               MOVE StudentCopyLine TO CopyHoldLine
               WRITE CopyHoldRecord
           ELSE
               WRITE StudentCopyRecord
           END-IF
           ADD 1 TO WS-LinesOnPage.

      *> The student's copy, one page each, padded so every form
      *> stands on its own sheet.  Only the last four digits of the
      *> taxpayer ID print.
       WriteStudentCopy.
           MOVE ZERO TO WS-LinesOnPage
           IF AD-AddrBad(AddressFoundIdx) = "Y"
               ADD 1 TO WS-HeldForAddress
               MOVE SPACES TO StudentCopyLine
               STRING "*** HOLD FOR ADDRESS -- " DELIMITED BY SIZE,
                   AD-AddrReturnDoc(AddressFoundIdx)
                       DELIMITED BY SPACE,
                   " RETURNED " DELIMITED BY SIZE,
                   AD-AddrReturnDate(AddressFoundIdx)
                       DELIMITED BY SIZE,
                   " ***" DELIMITED BY SIZE
                   INTO StudentCopyLine
               PERFORM WriteCopyLine
           END-IF
           MOVE "SOUTHEASTERN LOUISIANA UNIVERSITY" TO StudentCopyLine
           PERFORM WriteCopyLine
           MOVE "OFFICE OF THE BURSAR -- HAMMOND, LA 70402"
               TO StudentCopyLine
           PERFORM WriteCopyLine
           MOVE SPACES TO StudentCopyLine
           STRING "FORM 1098-T  TUITION STATEMENT  TAX YEAR ",
               WS-TaxYear, "   COPY B FOR STUDENT"
               INTO StudentCopyLine
           PERFORM WriteCopyLine
           MOVE SPACES TO StudentCopyLine
           PERFORM WriteCopyLine
           MOVE TA-StudentName(AccountIdx) TO StudentCopyLine
           PERFORM WriteCopyLine
           IF AD-AddressLine1(AddressFoundIdx) = SPACES
               AND AD-AddressLine2(AddressFoundIdx) = SPACES
               ADD 1 TO WS-NoAddress
               MOVE "*** ADDRESS NOT ON FILE -- HAND-ADDRESS ***"
                   TO StudentCopyLine
               PERFORM WriteCopyLine
           ELSE
               MOVE AD-AddressLine1(AddressFoundIdx)
                   TO StudentCopyLine
               PERFORM WriteCopyLine
               MOVE AD-AddressLine2(AddressFoundIdx)
                   TO StudentCopyLine
               PERFORM WriteCopyLine
           END-IF
           MOVE SPACES TO StudentCopyLine
           PERFORM WriteCopyLine
           MOVE SPACES TO StudentCopyLine
           STRING "FILER'S FEDERAL ID NO.:  ", WS-FilerEIN(1:2), "-",
               WS-FilerEIN(3:7) INTO StudentCopyLine
           PERFORM WriteCopyLine
           MOVE SPACES TO StudentCopyLine
           STRING "STUDENT'S TIN:           XXX-XX-",
               AD-TaxpayerID(AddressFoundIdx)(6:4)
               INTO StudentCopyLine
           PERFORM WriteCopyLine
           MOVE SPACES TO StudentCopyLine
           STRING "ACCOUNT NUMBER:          ",
               TA-StudentWNbr(AccountIdx) INTO StudentCopyLine
           PERFORM WriteCopyLine
           MOVE SPACES TO StudentCopyLine
           PERFORM WriteCopyLine
           MOVE WS-Box1 TO WS-AmountOut
           MOVE SPACES TO StudentCopyLine
           STRING "BOX 1  QUALIFIED TUITION, NET OF REFUNDS  ",
               WS-AmountOut INTO StudentCopyLine
           PERFORM WriteCopyLine
           MOVE WS-Box4 TO WS-AmountOut
           MOVE SPACES TO StudentCopyLine
           STRING "BOX 4  ADJUSTMENTS FOR A PRIOR YEAR       ",
               WS-AmountOut INTO StudentCopyLine
           PERFORM WriteCopyLine
           MOVE "BOX 8  AT LEAST HALF-TIME STUDENT" TO StudentCopyLine
           IF TA-HalfTime(AccountIdx) = "Y"
               MOVE "X" TO StudentCopyLine(50:1)
           END-IF
           PERFORM WriteCopyLine
           MOVE SPACES TO StudentCopyLine
           PERFORM WriteCopyLine
           MOVE "THIS IS IMPORTANT TAX INFORMATION AND IS BEING"
               TO StudentCopyLine
           PERFORM WriteCopyLine
           MOVE "FURNISHED TO THE INTERNAL REVENUE SERVICE."
               TO StudentCopyLine
           PERFORM WriteCopyLine
           PERFORM UNTIL WS-LinesOnPage NOT < WS-PageSize
               MOVE SPACES TO StudentCopyLine
               PERFORM WriteCopyLine
           END-PERFORM.

       WriteAuditHeader.
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "HDR ", WS-RunDate, " ", WS-RunTime,
               " P2TAX1098 IN=P2Charges.dat OUT=P2Form1098.dat "
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
               " P2TAX1098 YEAR=", WS-TaxYear,
               " CHARGES=", WS-ChargesRead,
               " REFUNDS=", WS-RefundsRead,
               " FILED=", WS-PayeesFiled,
               " NOTIN=", WS-NoTIN,
               " HELD=", WS-HeldForAddress, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
