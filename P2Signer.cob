      *> Progrm-ID: P2Signer.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Authorized-signer check, CALLed by every maintenance program
      *> that carries an approver: P2HistMaint (grade change and
      *> renewal), P2Appeals (authorizing officer), P2TermClose
      *> (term reopen), P2PrereqEdit (repeat-limit exception) and
      *> P2RosterIn (release of a held grade roster).
      *> Until this existed the approver on those transactions was
      *> free text nobody checked -- anyone who could key the
      *> transaction file could approve their own grade change.
      *> The approver must now be on the signer master
      *> P2Signers.dat (SIGNMST.CPY) for the transaction's
      *> type, with the transaction date inside the authority's
      *> effective dates and the amount the transaction covers
      *> inside any hour or dollar limit on it.  The master is read
      *> once on the first CALL of a run and held for the rest.
      *>   Linkage: SignReqSigner     the approver ID as keyed,
      *>            SignReqType       GRADECHG / RENEWAL / APPEAL /
      *>                              REOPEN / REPEAT /
      *>                              ROSTERRL,
      *>            SignReqDate       the date the approval must be
      *>                              in effect on (YYYYMMDD),
      *>            SignReqAmountType H hours / D dollars / blank,
      *>            SignReqAmount     what the transaction covers,
      *>            SignReqResult     "Y" authorized / "N" refused,
      *>            SignReqReason     why it was refused.
      *> No signer master on file refuses every approval: the
      *> check cannot be passed by leaving the file out.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2Signer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT signerFile ASSIGN TO "P2Signers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SignerStatus.

       DATA DIVISION.
       FILE SECTION.
       FD signerFile.
       01 SignerRecord.
           COPY "SIGNMST.CPY".

       WORKING-STORAGE SECTION.
       01 WS-SignerStatus PIC XX VALUE SPACES.
       01 WS-SignerEOF PIC X VALUE "N".
       01 WS-SignersLoaded PIC X VALUE "N".
       01 WS-SignerMasterFound PIC X VALUE "N".
      *> The signer master in memory, loaded on the first CALL.
      *> Open-ended authority is held with a through date of
      *> 99999999 so the date test needs no special case.
       01 SignerTable.
           02 SignerEntry OCCURS 500 TIMES.
               03 SN-SignerId PIC X(20) VALUE SPACES.
               03 SN-TransType PIC X(8) VALUE SPACES.
               03 SN-EffFrom PIC 9(8) VALUE ZERO.
               03 SN-EffThru PIC 9(8) VALUE ZERO.
               03 SN-LimitType PIC X(1) VALUE SPACE.
               03 SN-Limit PIC 9(7)V99 VALUE ZERO.
       01 SignerCount PIC 999 VALUE ZERO.
       01 SignerIdx PIC 999 VALUE ZERO.
      *> How far the best matching record got, for the refusal
      *> reason.
       01 WS-SeenSigner PIC X VALUE "N".
       01 WS-SeenType PIC X VALUE "N".
       01 WS-SeenInEffect PIC X VALUE "N".

       LINKAGE SECTION.
       01 SignerRequest.
        02 SignReqSigner PIC X(20).
        02 SignReqType PIC X(8).
        02 SignReqDate PIC 9(8).
        02 SignReqAmountType PIC X(1).
        02 SignReqAmount PIC 9(7)V99.
        02 SignReqResult PIC X(1).
        02 SignReqReason PIC X(30).

       PROCEDURE DIVISION USING SignerRequest.
       IF WS-SignersLoaded = "N"
           PERFORM LoadSigners
       END-IF.
       MOVE "N" TO SignReqResult.
       MOVE SPACES TO SignReqReason.
       EVALUATE TRUE
           WHEN SignReqSigner = SPACES
               MOVE "BLANK APPROVER" TO SignReqReason
           WHEN WS-SignerMasterFound = "N"
               MOVE "NO SIGNER MASTER ON FILE" TO SignReqReason
           WHEN OTHER
               PERFORM CheckSigner
       END-EVALUATE.
       GOBACK.

      *> Any one record for the signer and type that is in effect
      *> on the date and inside its limit authorizes; otherwise the
      *> reason names the furthest any record got.
       CheckSigner.
           MOVE "N" TO WS-SeenSigner
           MOVE "N" TO WS-SeenType
           MOVE "N" TO WS-SeenInEffect
           PERFORM VARYING SignerIdx FROM 1 BY 1
               UNTIL SignerIdx > SignerCount
               OR SignReqResult = "Y"
               IF SN-SignerId(SignerIdx) = SignReqSigner
                   MOVE "Y" TO WS-SeenSigner
                   IF SN-TransType(SignerIdx) = SignReqType
                       MOVE "Y" TO WS-SeenType
                       IF SignReqDate NOT < SN-EffFrom(SignerIdx)
                           AND SignReqDate NOT >
                               SN-EffThru(SignerIdx)
                           MOVE "Y" TO WS-SeenInEffect
                           IF SN-LimitType(SignerIdx) = SPACE
                               OR SN-LimitType(SignerIdx) NOT =
                                   SignReqAmountType
                               OR SignReqAmount NOT >
                                   SN-Limit(SignerIdx)
                               MOVE "Y" TO SignReqResult
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF SignReqResult = "Y"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-SeenSigner = "N"
                   MOVE "SIGNER NOT ON FILE" TO SignReqReason
               WHEN WS-SeenType = "N"
                   MOVE "SIGNER NOT AUTHORIZED" TO SignReqReason
               WHEN WS-SeenInEffect = "N"
                   MOVE "SIGNER NOT IN EFFECT" TO SignReqReason
               WHEN OTHER
                   MOVE "SIGNER LIMIT EXCEEDED" TO SignReqReason
           END-EVALUATE.

      *> A malformed date or limit is read the conservative way: a
      *> bad from date never starts the authority, a bad through
      *> date has already ended it, a bad limit allows nothing.
       LoadSigners.
           MOVE "Y" TO WS-SignersLoaded
           MOVE "N" TO WS-SignerEOF
           OPEN INPUT signerFile
           IF WS-SignerStatus NOT = "00"
               MOVE "Y" TO WS-SignerEOF
               DISPLAY "P2SIGNER: NO P2Signers.dat -- "
                   "EVERY APPROVAL WILL BE REFUSED"
           ELSE
               MOVE "Y" TO WS-SignerMasterFound
           END-IF
           PERFORM UNTIL WS-SignerEOF = "Y"
               READ signerFile
                   AT END
                       MOVE "Y" TO WS-SignerEOF
                   NOT AT END
                       IF SignerCount < 500
                           ADD 1 TO SignerCount
                           PERFORM StoreSigner
                       ELSE
                           DISPLAY "P2SIGNER: SIGNER TABLE FULL -- "
                               SG-SignerId " " SG-TransType
                               " NOT LOADED"
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SignerStatus NOT = "35"
               CLOSE signerFile
           END-IF.

       StoreSigner.
           MOVE SG-SignerId TO SN-SignerId(SignerCount)
           MOVE SG-TransType TO SN-TransType(SignerCount)
           IF SG-EffFrom IS NUMERIC
               MOVE SG-EffFrom TO SN-EffFrom(SignerCount)
           ELSE
               MOVE 99999999 TO SN-EffFrom(SignerCount)
           END-IF
           EVALUATE TRUE
               WHEN SignerRecord(37:8) = SPACES
                   MOVE 99999999 TO SN-EffThru(SignerCount)
               WHEN SG-EffThru IS NOT NUMERIC
                   MOVE ZERO TO SN-EffThru(SignerCount)
               WHEN SG-EffThru = ZERO
                   MOVE 99999999 TO SN-EffThru(SignerCount)
               WHEN OTHER
                   MOVE SG-EffThru TO SN-EffThru(SignerCount)
           END-EVALUATE
           MOVE SG-LimitType TO SN-LimitType(SignerCount)
           IF SG-Limit IS NUMERIC
               MOVE SG-Limit TO SN-Limit(SignerCount)
           ELSE
               MOVE ZERO TO SN-Limit(SignerCount)
           END-IF.
