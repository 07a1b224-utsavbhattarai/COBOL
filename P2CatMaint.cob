      *> with their reason, and the master is rewritten only when
      *> at least one transaction applied.
      *> Transaction layout: action X(1), course X(9), title X(28),
      *> hours 9(1), eff-from X(5), eff-to X(5) (term keys), career
      *> X(2).  The career is UG (undergraduate) or GR (graduate):
      *> an add with it blank is UG, a change with it blank keeps
      *> the row's career, anything else rejects.  The catalog row
      *> carries the career last, behind the window, so a row
      *> written before the column existed reads back blank -- UG
      *> to every reader.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2CatMaint.
        02 CX-CreditHr PIC X(1).
        02 CX-EffFrom PIC X(5).
        02 CX-EffTo PIC X(5).
        02 CX-Career PIC X(2).

       FD catalogFile.
       01 CatalogRecord.
        02 CAT-CreditHr PIC 9.
        02 CAT-EffFromText PIC X(5).
        02 CAT-EffToText PIC X(5).
        02 CAT-Career PIC X(2).

       FD exceptionFile.
       01 ExceptionRecord.

       FD stagingFile.
       01 StagingRecord.
        02 StagingLine PIC X(50).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 WS-CR-CreditHr PIC 9 VALUE ZERO.
        02 WS-CR-EffFromText PIC X(5) VALUE SPACES.
        02 WS-CR-EffToText PIC X(5) VALUE SPACES.
        02 WS-CR-Career PIC X(2) VALUE SPACES.
       01 WS-TransEOF PIC X VALUE "N".
       01 WS-CatalogEOF PIC X VALUE "N".
       01 WS-RunDate PIC 9(8) VALUE ZERO.
               03 CT-CreditHr PIC 9 VALUE ZERO.
               03 CT-EffFromText PIC X(5) VALUE SPACES.
               03 CT-EffToText PIC X(5) VALUE SPACES.
               03 CT-Career PIC X(2) VALUE SPACES.
       01 CatalogCount PIC 999 VALUE ZERO.
       01 CatalogIdx PIC 999 VALUE ZERO.
       01 CatalogFoundIdx PIC 999 VALUE ZERO.
               WHEN CX-EffTo NOT = SPACES
                   AND CX-EffTo NOT NUMERIC
                   MOVE "BAD EFFECTIVE-TO KEY" TO WS-RejectReason
               WHEN (CX-Action = "A" OR CX-Action = "C")
                   AND CX-Career NOT = SPACES
                   AND CX-Career NOT = "UG" AND CX-Career NOT = "GR"
                   MOVE "BAD CAREER LEVEL" TO WS-RejectReason
               WHEN CX-Action = "R" AND CX-EffTo = SPACES
                   MOVE "RETIRE NEEDS EFFECTIVE-TO"
                       TO WS-RejectReason
           MOVE CX-CourseD TO CT-CourseD(CatalogFoundIdx)
           MOVE CX-CreditHr TO CT-CreditHr(CatalogFoundIdx)
           MOVE CX-EffFrom TO CT-EffFromText(CatalogFoundIdx)
           MOVE CX-EffTo TO CT-EffToText(CatalogFoundIdx)
           IF CX-Career NOT = SPACES
               MOVE CX-Career TO CT-Career(CatalogFoundIdx)
           ELSE
               IF CX-Action = "A"
                   MOVE "UG" TO CT-Career(CatalogFoundIdx)
               END-IF
           END-IF.

       LoadCatalog.
           MOVE "N" TO WS-CatalogEOF
                               CT-EffFromText(CatalogCount)
                           MOVE CAT-EffToText TO
                               CT-EffToText(CatalogCount)
                           MOVE CAT-Career TO
                               CT-Career(CatalogCount)
                       ELSE
                           MOVE "Y" TO WS-TableOverflow
                           DISPLAY "CATALOG TABLE OVERFLOW: "
               MOVE CT-CreditHr(CatalogIdx) TO WS-CR-CreditHr
               MOVE CT-EffFromText(CatalogIdx) TO WS-CR-EffFromText
               MOVE CT-EffToText(CatalogIdx) TO WS-CR-EffToText
               MOVE CT-Career(CatalogIdx) TO WS-CR-Career
               MOVE WS-CatalogRow TO StagingLine
               WRITE StagingRecord
           END-PERFORM
