      *>     POS on MM0HLD, and either release them onto MM0WIN (a
      *>     genuine hot streak still gets paid) or void them to
      *>     MM0HVD with an operator id, date and reason code, so
      *>     the held count always reconciles; a released win gets
      *>     its prize voucher here, as the kiosk would have given;
      *>   - void a prize voucher on the MM0VCH register under a
      *>     supervisor id and reason code, so a voucher found to
      *>     have been issued in error can no longer be paid;
      *>   - schedule a config or tier-override change to take effect
      *>     at a later date and time instead of at once, and list or
      *>     cancel the scheduled changes on MM0STG before they fall
      *>     due - the kiosk applies them itself, at startup or as
      *>     the next round starts, once their time comes.
      *>
      *> Every update is validated in full before anything is
      *> written; one bad answer abandons that update and leaves the
      *> file as it was.  Every change made here, immediate or
      *> scheduled, is journalled to MM0CHJ under the operator's id
      *> with the value of each field before and after.
      *>****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL VOID-FILE ASSIGN TO "MM0HVD"
               ORGANIZATION LINE SEQUENTIAL.
      *>     The shared voucher counter, resolved from MM0VSQ_PATH
      *>     exactly as the kiosk resolves it, the voucher register,
      *>     and the scratch copy a void rewrites the register
      *>     through
           SELECT OPTIONAL VOUCHER-SEQ-FILE ASSIGN TO
               DYNAMIC vsqFilePath
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL VOUCHER-FILE ASSIGN TO "MM0VCH"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL VOUCHER-WORK-FILE ASSIGN TO "MM0VCHW"
               ORGANIZATION LINE SEQUENTIAL.
      *>     Config and tier changes scheduled for later, the scratch
      *>     copy a cancel rewrites them through, and the change
      *>     journal every update here is written to
           SELECT OPTIONAL STAGE-FILE ASSIGN TO "MM0STG"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL STAGE-WORK-FILE ASSIGN TO "MM0STGW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "MM0CHJ"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VOID-FILE.
           COPY MM0HVD.

       FD  VOUCHER-SEQ-FILE.
           COPY MM0VSQ.

       FD  VOUCHER-FILE.
           COPY MM0VCH.

       FD  VOUCHER-WORK-FILE.
       01  vchWorkRecord           PIC X(99).

       FD  STAGE-FILE.
           COPY MM0STG.

       FD  STAGE-WORK-FILE.
       01  stgWorkRecord           PIC X(78).

       FD  JOURNAL-FILE.
           COPY MM0CHJ.

       WORKING-STORAGE SECTION.

           COPY MM0TIER.

      *>     Snapshot of the tier table taken before an override
      *>     walk, so an abandoned walk can put back answers that
      *>     had already been accepted into the table, and which
      *>     the change journal reads the before values from
           01 tierTableSave.
               05 saveEntry OCCURS 3 TIMES.
                   10 saveName PIC X(08).
                   10 saveLevel PIC 9(02).
                   10 saveDigits PIC 9(02).
                   10 saveTurns PIC 9(02).

      *>     Held-prize review state: the held file whole, each
      *>     record's disposition (P pending, R released, V voided
           77 hldOverflow PIC 9(04) VALUE 0.
           01 hldTable.
               05 hldEntry OCCURS 200 TIMES.
                   10 tabHldData PIC X(80).
                   10 tabHldStatus PIC X(01).
                   10 tabHldVoidRsn PIC X(03).
           77 hldIdx PIC 9(03).
               88 reviewDone VALUE 'Y'.
           77 actionAnswer PIC X(01) VALUE SPACE.

      *>     Prize voucher state: the shared counter's path, the
      *>     voucher being issued or voided, and what the register
      *>     holds for it
           77 vsqFilePath PIC X(100) VALUE "MM0VSQ".
           77 voucherNo PIC X(12) VALUE SPACES.
           77 voucherAnswer PIC X(12) VALUE SPACES.
           77 voidReason PIC X(03) VALUE SPACES.
           77 vchEofFlag PIC X(01) VALUE 'N'.
               88 vchEof VALUE 'Y'.
           77 vchFoundFlag PIC X(01) VALUE 'N'.
               88 vchFound VALUE 'Y'.
           77 vchFoundStatus PIC X(01) VALUE SPACE.

      *>     Check-digit work area, the same arithmetic the kiosk
      *>     numbers its vouchers with: chkNumber holds the digits
      *>     with the check digit last, chkLen how many there are
      *>     in all, and B0016 leaves the digit the payload calls
      *>     for in chkDigit
           77 chkNumber PIC X(12) VALUE SPACES.
           77 chkLen PIC 9(02) VALUE 0.
           77 chkPos PIC 9(02).
           77 chkSum PIC 9(03).
           77 chkProduct PIC 9(02).
           77 chkDoubleFlag PIC X(01) VALUE 'N'.
               88 chkDouble VALUE 'Y'.
           77 chkDigit PIC 9(01).

      *>     Change journal state: the terminal the kiosk's files
      *>     belong to, the config as it stood before an update,
      *>     and the stamp every record of one change shares
           77 kioskTerminalId PIC X(08) VALUE "TERM001".
           77 oldTerminalId PIC X(08) VALUE SPACES.
           77 oldLevel PIC 9(02) VALUE 0.
           77 oldDigits PIC 9(02) VALUE 0.
           77 oldTurns PIC 9(02) VALUE 0.
           77 tsDate PIC 9(08).
           77 tsTime PIC 9(08).
           77 timestamp PIC X(15) VALUE SPACES.

      *>     Scheduling state: the effective date and time asked
      *>     for (effectiveTs spaces for a change made at once),
      *>     and the change numbers handed out and looked up on
      *>     MM0STG
           77 effDateAnswer PIC X(08) VALUE SPACES.
           77 effTimeAnswer PIC X(04) VALUE SPACES.
           77 effectiveTs PIC X(15) VALUE SPACES.
           77 stgEofFlag PIC X(01) VALUE 'N'.
               88 stgEof VALUE 'Y'.
           77 changeNo PIC 9(06) VALUE 0.
           77 changeAnswer PIC X(06) VALUE SPACES.
           77 changeFoundFlag PIC X(01) VALUE 'N'.
               88 changeFound VALUE 'Y'.
           77 changeType PIC X(03) VALUE SPACES.
           77 changeEffTs PIC X(15) VALUE SPACES.
           77 pendingCount PIC 9(04) VALUE 0.
           77 closedCount PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.

           A0001-INITIALIZE.
           PERFORM B0008-LOAD-CONFIG.
           PERFORM B0007-READ-TIER-OVERRIDES.
           PERFORM B0014-RESOLVE-VOUCHER-PATH.
           DISPLAY " ".
           DISPLAY "===== Mastermind Kiosk Maintenance =====".

           DISPLAY "  5 - View difficulty tiers".
           DISPLAY "  6 - Override difficulty tiers".
           DISPLAY "  7 - Review held prizes".
           DISPLAY "  8 - Void a prize voucher".
           DISPLAY "  9 - List or cancel scheduled changes".
           DISPLAY "  0 - Exit".
           DISPLAY "Choice:".
           MOVE SPACE TO menuChoice.
           IF menuChoice = '7'
               THEN PERFORM B0011-REVIEW-HELD
           END-IF.
           IF menuChoice = '8'
               THEN PERFORM B0017-VOID-VOUCHER
           END-IF.
           IF menuChoice = '9'
               THEN PERFORM B0029-SCHEDULED-CHANGES
           END-IF.
           IF menuChoice = '0'
               THEN MOVE 'Y' TO maintDoneFlag
           END-IF.
      *> show; a blank answer keeps a value, anything else is parsed
      *> and range-checked against the limits the game clamps to
      *> (code length 1-8, digit pool 2-98, turn limit 1-98).  The
      *> record is only written once every answer has passed.  A
      *> blank effective date writes it there and then; a date and
      *> time schedules the new knobs on MM0STG for the kiosk to
      *> apply when they fall due.  The terminal id is the kiosk's
      *> identity on every record it writes, so it is only ever
      *> changed at once, never scheduled.
      *>****************************************************************
           B0002-UPDATE-CONFIG.
           PERFORM B0008-LOAD-CONFIG.
           END-IF.

           IF updateOk
               THEN PERFORM B0021-ASK-EFFECTIVE
           END-IF.
           IF updateOk AND effectiveTs NOT = SPACES
               AND wrkTerminalId NOT = oldTerminalId
               THEN DISPLAY "A terminal id change cannot be"
                       " scheduled; make it with a blank date."
                   MOVE 'N' TO updateOkFlag
           END-IF.
           IF updateOk
               THEN PERFORM B0020-ASK-OPERATOR
           END-IF.

           IF updateOk
               THEN IF effectiveTs = SPACES
                       THEN MOVE wrkTerminalId TO cfgTerminalId
                           MOVE wrkLevel TO cfgLevel
                           MOVE wrkDigits TO cfgDigits
                           MOVE wrkTurns TO cfgTurns
                           OPEN OUTPUT CONFIG-FILE
                           WRITE cfgRecord
                           CLOSE CONFIG-FILE
                           MOVE "CFG" TO chjAction
                           MOVE 0 TO changeNo
                           PERFORM B0024-JOURNAL-CONFIG
                           MOVE wrkTerminalId TO kioskTerminalId
                           DISPLAY "Config written."
                       ELSE PERFORM B0027-STAGE-CONFIG
                           DISPLAY "Config change " changeNo
                               " scheduled for " effectiveTs
                               "; the kiosk keeps its current"
                               " config until then."
                   END-IF
               ELSE DISPLAY "Update abandoned; nothing written."
           END-IF.

      *> B0004-CLEAR-CHECKPOINT
      *>
      *> Clears a stuck checkpoint, but only after showing what is
      *> about to be thrown away, taking the operator's id for the
      *> change journal and getting a Y back.
      *>****************************************************************
           B0004-CLEAR-CHECKPOINT.
           PERFORM B0010-LOAD-CHECKPOINT.
           DISPLAY " ".
           MOVE 'Y' TO updateOkFlag.
           IF ckpOnFile
               THEN DISPLAY "Checkpoint in flight on terminal "
                       ckpTerminalId " at turn " ckpTurn "."
                   PERFORM B0020-ASK-OPERATOR
               ELSE DISPLAY "No round in flight; nothing to clear."
           END-IF.
           IF ckpOnFile AND updateOk
               THEN DISPLAY "Clear it? The dropped round cannot be"
                       " resumed afterwards. (Y/N):"
                   MOVE SPACE TO confirmAnswer
                   ACCEPT confirmAnswer
                   IF confirmAnswer = 'Y' OR confirmAnswer = 'y'
                       THEN OPEN OUTPUT CHECKPOINT-FILE
                           CLOSE CHECKPOINT-FILE
                           PERFORM B0022-STAMP-TIME
                           MOVE "CKP" TO chjAction
                           MOVE 0 TO chjChangeNo
                           MOVE SPACES TO chjEffectiveTs
                           MOVE SPACES TO chjSubject
                           STRING "MM0CKP " DELIMITED BY SIZE
                                  ckpTimestamp DELIMITED BY SIZE
                               INTO chjSubject
                           END-STRING
                           MOVE "ROUND" TO chjField
                           MOVE SPACES TO chjBefore
                           STRING "TURN " DELIMITED BY SIZE
                                  ckpTurn DELIMITED BY SIZE
                               INTO chjBefore
                           END-STRING
                           MOVE "CLEARED" TO chjAfter
                           PERFORM B0023-WRITE-JOURNAL
                           DISPLAY "Checkpoint cleared."
                       ELSE DISPLAY "Left as it was."
                   END-IF
           END-IF.

      *>****************************************************************
      *> and rewrites MM0TOV with the full set once every answer has
      *> passed the same range checks the game applies when it folds
      *> the file in.  One bad answer abandons the whole rewrite.
      *> Given an effective date and time, the full set is scheduled
      *> on MM0STG instead, for the kiosk to fold in when it falls
      *> due.
      *>****************************************************************
           B0006-OVERRIDE-TIERS.
           MOVE 'Y' TO updateOkFlag.
           END-PERFORM.

           IF updateOk
               THEN PERFORM B0021-ASK-EFFECTIVE
           END-IF.
           IF updateOk
               THEN PERFORM B0020-ASK-OPERATOR
           END-IF.

           IF updateOk AND effectiveTs = SPACES
               THEN OPEN OUTPUT TIER-OVERRIDE-FILE
                   MOVE 1 TO tierSub
                   PERFORM UNTIL tierSub > 3
                       ADD 1 TO tierSub
                   END-PERFORM
                   CLOSE TIER-OVERRIDE-FILE
                   MOVE "TOV" TO chjAction
                   MOVE 0 TO changeNo
                   PERFORM B0025-JOURNAL-TIERS
                   DISPLAY "Tier overrides written."
           END-IF.
      *>     A scheduled set leaves the tiers in force as they were;
      *>     the kiosk folds the new set in when it falls due
           IF updateOk AND effectiveTs NOT = SPACES
               THEN PERFORM B0028-STAGE-TIERS
                   MOVE tierTableSave TO tierTable
                   DISPLAY "Tier change " changeNo
                       " scheduled for " effectiveTs
                       "; the kiosk keeps its current tiers"
                       " until then."
           END-IF.
           IF NOT updateOk
               THEN DISPLAY "Update abandoned; nothing written."
                   MOVE tierTableSave TO tierTable
           END-IF.

      *> B0008-LOAD-CONFIG
      *>
      *> Loads the config record into the working fields, or the
      *> game's compiled-in defaults when no record is on file, and
      *> keeps a copy as it stood for the change journal.
      *>****************************************************************
           B0008-LOAD-CONFIG.
           MOVE 'N' TO cfgOnFileFlag.
                   MOVE 'Y' TO cfgOnFileFlag
           END-READ.
           CLOSE CONFIG-FILE.
           MOVE wrkTerminalId TO kioskTerminalId.
           MOVE wrkTerminalId TO oldTerminalId.
           MOVE wrkLevel TO oldLevel.
           MOVE wrkDigits TO oldDigits.
           MOVE wrkTurns TO oldTurns.

      *>****************************************************************
      *> B0009-ACCEPT-NUMBER
           DISPLAY "  Tier / turns .... : " hldTierName " / "
               hldTurnsTaken.
           DISPLAY "  Prize code ...... : " hldPrizeCode.
           IF hldCampaignId NOT = SPACES
               THEN DISPLAY "  Campaign ........ : " hldCampaignId
           END-IF.
           DISPLAY "R - release to POS, V - void, S - skip,"
               " Q - quit:".
           MOVE SPACE TO actionAnswer.
      *> B0013-SETTLE-HELD
      *>
      *> Writes the walk's outcome: releases onto MM0WIN exactly as
      *> the kiosk would have booked them, each with a prize voucher
      *> issued to the supervisor and put on the register, voids
      *> onto MM0HVD with the trail fields, and everything still
      *> pending back onto MM0HLD.  The rewrite rebuilds the held
      *> file whole from the table - which is exactly why B0011
      *> refuses the review when the file overflows the table:
      *> records the table never held would be destroyed here, not
      *> preserved.
      *>****************************************************************
           B0013-SETTLE-HELD.
           PERFORM B0022-STAMP-TIME.
           OPEN EXTEND WIN-FILE.
           OPEN EXTEND VOID-FILE.
           OPEN EXTEND VOUCHER-FILE.
           MOVE 1 TO hldIdx.
           PERFORM UNTIL hldIdx > hldCount
               MOVE tabHldData(hldIdx) TO hldRecord
                       MOVE hldTierName TO winTierName
                       MOVE hldPrizeCode TO winPrizeCode
                       MOVE hldTerminalId TO winTerminalId
                       PERFORM B0015-ISSUE-VOUCHER
                       MOVE voucherNo TO winVoucherNo
                       MOVE hldCampaignId TO winCampaignId
                       WRITE winRecord
                       MOVE voucherNo TO vchVoucherNo
                       MOVE 'I' TO vchStatus
                       MOVE runDate TO vchIssueDate
                       MOVE runDate TO vchStatusDate
                       MOVE hldPlayerId TO vchPlayerId
                       MOVE hldSecretCode TO vchSecretCode
                       MOVE hldTimestamp TO vchWinTimestamp
                       MOVE hldTerminalId TO vchTerminalId
                       MOVE hldPrizeCode TO vchPrizeCode
                       MOVE operatorId TO vchOperatorId
                       MOVE SPACES TO vchReason
                       WRITE vchRecord
                       DISPLAY "Released win for " hldPlayerId
                           " won " hldTimestamp " - voucher "
                           voucherNo " for the customer."
                       MOVE "REL" TO chjAction
                       PERFORM B0026-JOURNAL-HELD
               END-IF
               IF tabHldStatus(hldIdx) = 'V'
                   THEN MOVE operatorId TO hvdOperatorId
                       MOVE tabHldVoidRsn(hldIdx) TO hvdReason
                       MOVE tabHldData(hldIdx) TO hvdData
                       WRITE hvdRecord
                       MOVE "HVD" TO chjAction
                       PERFORM B0026-JOURNAL-HELD
               END-IF
               ADD 1 TO hldIdx
           END-PERFORM.
           CLOSE VOUCHER-FILE.
           CLOSE VOID-FILE.
           CLOSE WIN-FILE.

               voidedCount " voided, " heldLeftCount
               " still held.".

      *>****************************************************************
      *> B0014-RESOLVE-VOUCHER-PATH
      *>
      *> Points VOUCHER-SEQ-FILE at MM0VSQ_PATH exactly as the kiosk
      *> does, so a released win draws its voucher number off the
      *> same counter as every win the estate books itself.
      *>****************************************************************
           B0014-RESOLVE-VOUCHER-PATH.
           MOVE "MM0VSQ" TO vsqFilePath.
           ACCEPT vsqFilePath FROM ENVIRONMENT "MM0VSQ_PATH".
           IF vsqFilePath = SPACES
               THEN MOVE "MM0VSQ" TO vsqFilePath
           END-IF.

      *>****************************************************************
      *> B0015-ISSUE-VOUCHER
      *>
      *> Bumps the shared voucher counter and hands back the new
      *> voucher number in voucherNo: the eleven-digit counter
      *> followed by its check digit, as the kiosk numbers them.
      *>****************************************************************
           B0015-ISSUE-VOUCHER.
           OPEN INPUT VOUCHER-SEQ-FILE.
           READ VOUCHER-SEQ-FILE
               AT END MOVE 0 TO vsqCounter
           END-READ.
           CLOSE VOUCHER-SEQ-FILE.
           ADD 1 TO vsqCounter.
           OPEN OUTPUT VOUCHER-SEQ-FILE.
           WRITE vsqRecord.
           CLOSE VOUCHER-SEQ-FILE.
           MOVE SPACES TO chkNumber.
           MOVE vsqCounter TO chkNumber(1:11).
           MOVE 12 TO chkLen.
           PERFORM B0016-CHECK-DIGIT.
           MOVE chkNumber(1:11) TO voucherNo(1:11).
           MOVE chkDigit TO voucherNo(12:1).

      *>****************************************************************
      *> B0016-CHECK-DIGIT
      *>
      *> Works out the check digit the first chkLen - 1 digits of
      *> chkNumber call for: from the rightmost payload digit
      *> leftwards every other digit is doubled (nine taken off a
      *> two-digit result), everything is summed, and the check
      *> digit is what brings the sum up to a multiple of ten.
      *>****************************************************************
           B0016-CHECK-DIGIT.
           MOVE 0 TO chkSum.
           MOVE 'Y' TO chkDoubleFlag.
           COMPUTE chkPos = chkLen - 1.
           PERFORM UNTIL chkPos < 1
               MOVE chkNumber(chkPos:1) TO chkProduct
               IF chkDouble
                   THEN COMPUTE chkProduct = chkProduct * 2
                       IF chkProduct > 9
                           THEN SUBTRACT 9 FROM chkProduct
                       END-IF
                       MOVE 'N' TO chkDoubleFlag
                   ELSE MOVE 'Y' TO chkDoubleFlag
               END-IF
               ADD chkProduct TO chkSum
               SUBTRACT 1 FROM chkPos
           END-PERFORM.
           COMPUTE chkDigit =
               FUNCTION MOD(10 - FUNCTION MOD(chkSum, 10), 10).

      *>****************************************************************
      *> B0017-VOID-VOUCHER
      *>
      *> Voids one prize voucher on the register.  The number must
      *> pass its check digit and be on file still issued - one
      *> already redeemed, expired or voided is shown and left be.
      *> A supervisor id and a reason code are required, and the
      *> void is confirmed before anything is written.
      *>****************************************************************
           B0017-VOID-VOUCHER.
           DISPLAY " ".
           DISPLAY "Voucher number (12 digits):".
           MOVE SPACES TO voucherAnswer.
           ACCEPT voucherAnswer
               ON EXCEPTION MOVE SPACES TO voucherAnswer
           END-ACCEPT.
           MOVE 'N' TO updateOkFlag.
           IF voucherAnswer NUMERIC
               THEN MOVE voucherAnswer TO chkNumber
                   MOVE 12 TO chkLen
                   PERFORM B0016-CHECK-DIGIT
                   IF voucherAnswer(12:1) = chkDigit
                       THEN MOVE 'Y' TO updateOkFlag
                   END-IF
           END-IF.
           IF NOT updateOk
               THEN DISPLAY "That voucher number does not check out;"
                       " nothing voided."
               ELSE PERFORM B0018-FIND-VOUCHER
                   IF NOT vchFound
                       THEN DISPLAY "Voucher " voucherAnswer
                               " is not on the register."
                           MOVE 'N' TO updateOkFlag
                   END-IF
           END-IF.
           IF updateOk AND vchFoundStatus NOT = 'I'
               THEN DISPLAY "Voucher " voucherAnswer
                       " is no longer issued (status "
                       vchFoundStatus "); nothing voided."
                   MOVE 'N' TO updateOkFlag
           END-IF.
           IF updateOk
               THEN DISPLAY "Supervisor id (required for the void"
                       " trail):"
                   MOVE SPACES TO operatorId
                   ACCEPT operatorId
                       ON EXCEPTION MOVE SPACES TO operatorId
                   END-ACCEPT
                   IF operatorId = SPACES
                       THEN DISPLAY "No supervisor id given;"
                               " nothing voided."
                           MOVE 'N' TO updateOkFlag
                   END-IF
           END-IF.
           IF updateOk
               THEN DISPLAY "Void reason code (3 characters):"
                   MOVE SPACES TO voidReason
                   ACCEPT voidReason
                       ON EXCEPTION MOVE SPACES TO voidReason
                   END-ACCEPT
                   IF voidReason = SPACES
                       THEN DISPLAY "No reason given; nothing"
                               " voided."
                           MOVE 'N' TO updateOkFlag
                   END-IF
           END-IF.
           IF updateOk
               THEN DISPLAY "Void voucher " voucherAnswer
                       "? It can no longer be paid afterwards."
                       " (Y/N):"
                   MOVE SPACE TO confirmAnswer
                   ACCEPT confirmAnswer
                       ON EXCEPTION MOVE 'N' TO confirmAnswer
                   END-ACCEPT
                   IF confirmAnswer = 'Y' OR confirmAnswer = 'y'
                       THEN ACCEPT runDate FROM DATE YYYYMMDD
                           PERFORM B0019-REWRITE-REGISTER
                           PERFORM B0022-STAMP-TIME
                           MOVE "VVD" TO chjAction
                           MOVE 0 TO chjChangeNo
                           MOVE SPACES TO chjEffectiveTs
                           MOVE SPACES TO chjSubject
                           STRING "MM0VCH " DELIMITED BY SIZE
                                  voucherAnswer DELIMITED BY SIZE
                               INTO chjSubject
                           END-STRING
                           MOVE "STATUS" TO chjField
                           MOVE "I" TO chjBefore
                           MOVE SPACES TO chjAfter
                           STRING "V " DELIMITED BY SIZE
                                  voidReason DELIMITED BY SIZE
                               INTO chjAfter
                           END-STRING
                           PERFORM B0023-WRITE-JOURNAL
                           DISPLAY "Voucher " voucherAnswer
                               " voided under " operatorId "."
                       ELSE DISPLAY "Left as it was."
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0018-FIND-VOUCHER
      *>
      *> Looks the voucher up on the register and shows what it was
      *> issued for, leaving its status in vchFoundStatus.
      *>****************************************************************
           B0018-FIND-VOUCHER.
           MOVE 'N' TO vchFoundFlag.
           MOVE SPACE TO vchFoundStatus.
           MOVE 'N' TO vchEofFlag.
           OPEN INPUT VOUCHER-FILE.
           PERFORM UNTIL vchEof
               READ VOUCHER-FILE
                   AT END MOVE 'Y' TO vchEofFlag
                   NOT AT END
                       IF vchVoucherNo = voucherAnswer
                           THEN MOVE 'Y' TO vchFoundFlag
                               MOVE 'Y' TO vchEofFlag
                               MOVE vchStatus TO vchFoundStatus
                               DISPLAY "  Player id ....... : "
                                   vchPlayerId
                               DISPLAY "  Won at .......... : "
                                   vchWinTimestamp " on "
                                   vchTerminalId
                               DISPLAY "  Prize code ...... : "
                                   vchPrizeCode
                               DISPLAY "  Issued .......... : "
                                   vchIssueDate
                               DISPLAY "  Status .......... : "
                                   vchStatus " since "
                                   vchStatusDate " by "
                                   vchOperatorId
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VOUCHER-FILE.

      *>****************************************************************
      *> B0019-REWRITE-REGISTER
      *>
      *> Copies the register through MM0VCHW with the voided
      *> voucher's status, date, supervisor and reason changed, then
      *> copies it back whole and empties the scratch copy.  As
      *> with the held-file rewrite, a kiosk booking a win
      *> mid-rewrite would be racing it, so void at a quiet moment.
      *>****************************************************************
           B0019-REWRITE-REGISTER.
           MOVE 'N' TO vchEofFlag.
           OPEN INPUT VOUCHER-FILE.
           OPEN OUTPUT VOUCHER-WORK-FILE.
           PERFORM UNTIL vchEof
               READ VOUCHER-FILE
                   AT END MOVE 'Y' TO vchEofFlag
                   NOT AT END
                       IF vchVoucherNo = voucherAnswer AND vchIssued
                           THEN MOVE 'V' TO vchStatus
                               MOVE runDate TO vchStatusDate
                               MOVE operatorId TO vchOperatorId
                               MOVE voidReason TO vchReason
                       END-IF
                       MOVE vchRecord TO vchWorkRecord
                       WRITE vchWorkRecord
               END-READ
           END-PERFORM.
           CLOSE VOUCHER-WORK-FILE.
           CLOSE VOUCHER-FILE.

           MOVE 'N' TO vchEofFlag.
           OPEN INPUT VOUCHER-WORK-FILE.
           OPEN OUTPUT VOUCHER-FILE.
           PERFORM UNTIL vchEof
               READ VOUCHER-WORK-FILE
                   AT END MOVE 'Y' TO vchEofFlag
                   NOT AT END
                       MOVE vchWorkRecord TO vchRecord
                       WRITE vchRecord
               END-READ
           END-PERFORM.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-WORK-FILE.
           OPEN OUTPUT VOUCHER-WORK-FILE.
           CLOSE VOUCHER-WORK-FILE.

      *>****************************************************************
      *> B0020-ASK-OPERATOR
      *>
      *> Takes the id of the operator making a change, for the change
      *> journal.  No id, no change: a blank answer abandons the
      *> update.
      *>****************************************************************
           B0020-ASK-OPERATOR.
           DISPLAY "Operator id (required for the change journal):".
           MOVE SPACES TO operatorId.
           ACCEPT operatorId
               ON EXCEPTION MOVE SPACES TO operatorId
           END-ACCEPT.
           IF operatorId = SPACES
               THEN DISPLAY "No operator id given; nothing changed."
                   MOVE 'N' TO updateOkFlag
           END-IF.

      *>****************************************************************
      *> B0021-ASK-EFFECTIVE
      *>
      *> Asks when a config or tier change should take effect.  A
      *> blank date means now and leaves effectiveTs at spaces;
      *> otherwise a YYYYMMDD date and an HHMM time build the
      *> YYYYMMDD-HHMMSS stamp the kiosk compares its own clock
      *> against, and it must still be in the future.  A bad answer
      *> abandons the update.
      *>****************************************************************
           B0021-ASK-EFFECTIVE.
           MOVE SPACES TO effectiveTs.
           DISPLAY "Effective date YYYYMMDD (blank for now):".
           MOVE SPACES TO effDateAnswer.
           ACCEPT effDateAnswer
               ON EXCEPTION MOVE SPACES TO effDateAnswer
           END-ACCEPT.
           IF effDateAnswer NOT = SPACES
               THEN IF effDateAnswer NUMERIC
                       AND effDateAnswer(5:2) > "00"
                       AND effDateAnswer(5:2) < "13"
                       AND effDateAnswer(7:2) > "00"
                       AND effDateAnswer(7:2) < "32"
                       THEN DISPLAY "Effective time HHMM:"
                           MOVE SPACES TO effTimeAnswer
                           ACCEPT effTimeAnswer
                               ON EXCEPTION
                                   MOVE SPACES TO effTimeAnswer
                           END-ACCEPT
                           IF effTimeAnswer NUMERIC
                               AND effTimeAnswer(1:2) < "24"
                               AND effTimeAnswer(3:2) < "60"
                               THEN STRING effDateAnswer
                                           DELIMITED BY SIZE
                                       "-" DELIMITED BY SIZE
                                       effTimeAnswer
                                           DELIMITED BY SIZE
                                       "00" DELIMITED BY SIZE
                                   INTO effectiveTs
                                   END-STRING
                               ELSE DISPLAY
                                   "Effective time must be HHMM."
                                   MOVE 'N' TO updateOkFlag
                           END-IF
                       ELSE DISPLAY
                           "Effective date must be YYYYMMDD."
                           MOVE 'N' TO updateOkFlag
                   END-IF
           END-IF.
           IF effectiveTs NOT = SPACES
               THEN PERFORM B0022-STAMP-TIME
                   IF effectiveTs NOT > timestamp
                       THEN DISPLAY "That time has already passed;"
                               " a blank date makes the change now."
                           MOVE 'N' TO updateOkFlag
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0022-STAMP-TIME
      *>
      *> Refreshes timestamp with the current wall-clock date and
      *> time, in the YYYYMMDD-HHMMSS shape the kiosk stamps its own
      *> records with.
      *>****************************************************************
           B0022-STAMP-TIME.
           ACCEPT tsDate FROM DATE YYYYMMDD.
           ACCEPT tsTime FROM TIME.
           STRING tsDate DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  tsTime DELIMITED BY SIZE
               INTO timestamp
           END-STRING.

      *>****************************************************************
      *> B0023-WRITE-JOURNAL
      *>
      *> Appends one record to the change journal.  The caller
      *> leaves the action, change number, effective stamp, subject,
      *> field and before/after values on chjRecord; the terminal,
      *> the operator and the stamp of the change are filled in
      *> here.  Opened and closed around the write, like the kiosk's
      *> event journal, so nothing is lost if the session dies.
      *>****************************************************************
           B0023-WRITE-JOURNAL.
           MOVE kioskTerminalId TO chjTerminalId.
           MOVE timestamp TO chjTimestamp.
           MOVE operatorId TO chjOperatorId.
           OPEN EXTEND JOURNAL-FILE.
           WRITE chjRecord.
           CLOSE JOURNAL-FILE.

      *>****************************************************************
      *> B0024-JOURNAL-CONFIG
      *>
      *> Journals a config change under the action the caller left
      *> in chjAction, one record per field: the config as it stood
      *> before against the working fields.  Only a change made at
      *> once can touch the terminal id, so only that journals it.
      *>****************************************************************
           B0024-JOURNAL-CONFIG.
           PERFORM B0022-STAMP-TIME.
           MOVE changeNo TO chjChangeNo.
           MOVE effectiveTs TO chjEffectiveTs.
           MOVE "MM0CFG" TO chjSubject.
           IF chjConfig
               THEN MOVE "TERMID" TO chjField
                   MOVE oldTerminalId TO chjBefore
                   MOVE wrkTerminalId TO chjAfter
                   PERFORM B0023-WRITE-JOURNAL
           END-IF.
           MOVE "LEVEL" TO chjField.
           MOVE oldLevel TO chjBefore.
           MOVE wrkLevel TO chjAfter.
           PERFORM B0023-WRITE-JOURNAL.
           MOVE "DIGITS" TO chjField.
           MOVE oldDigits TO chjBefore.
           MOVE wrkDigits TO chjAfter.
           PERFORM B0023-WRITE-JOURNAL.
           MOVE "TURNS" TO chjField.
           MOVE oldTurns TO chjBefore.
           MOVE wrkTurns TO chjAfter.
           PERFORM B0023-WRITE-JOURNAL.

      *>****************************************************************
      *> B0025-JOURNAL-TIERS
      *>
      *> Journals a tier-override change under the action the caller
      *> left in chjAction: three records per tier, the presets in
      *> force before the walk (tierTableSave) against the answers
      *> now in the table.
      *>****************************************************************
           B0025-JOURNAL-TIERS.
           PERFORM B0022-STAMP-TIME.
           MOVE changeNo TO chjChangeNo.
           MOVE effectiveTs TO chjEffectiveTs.
           MOVE 1 TO tierSub.
           PERFORM UNTIL tierSub > 3
               MOVE SPACES TO chjSubject
               STRING "MM0TOV TIER " DELIMITED BY SIZE
                      tierSub DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      tierName(tierSub) DELIMITED BY SIZE
                   INTO chjSubject
               END-STRING
               MOVE "LEVEL" TO chjField
               MOVE saveLevel(tierSub) TO chjBefore
               MOVE tierLevel(tierSub) TO chjAfter
               PERFORM B0023-WRITE-JOURNAL
               MOVE "DIGITS" TO chjField
               MOVE saveDigits(tierSub) TO chjBefore
               MOVE tierDigits(tierSub) TO chjAfter
               PERFORM B0023-WRITE-JOURNAL
               MOVE "TURNS" TO chjField
               MOVE saveTurns(tierSub) TO chjBefore
               MOVE tierTurns(tierSub) TO chjAfter
               PERFORM B0023-WRITE-JOURNAL
               ADD 1 TO tierSub
           END-PERFORM.

      *>****************************************************************
      *> B0026-JOURNAL-HELD
      *>
      *> Journals the release or void (chjAction) of the held prize
      *> in hldRecord, named by its terminal and win stamp rather
      *> than the player: held for its reason code before, the
      *> voucher it was released under or the void reason after.
      *>****************************************************************
           B0026-JOURNAL-HELD.
           MOVE 0 TO chjChangeNo.
           MOVE SPACES TO chjEffectiveTs.
           MOVE SPACES TO chjSubject.
           STRING hldTerminalId DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  hldTimestamp DELIMITED BY SIZE
               INTO chjSubject
           END-STRING.
           MOVE "HELD" TO chjField.
           MOVE hldReason TO chjBefore.
           MOVE SPACES TO chjAfter.
           IF chjRelease
               THEN MOVE voucherNo TO chjAfter
               ELSE STRING "VOID " DELIMITED BY SIZE
                           tabHldVoidRsn(hldIdx) DELIMITED BY SIZE
                       INTO chjAfter
                   END-STRING
           END-IF.
           PERFORM B0023-WRITE-JOURNAL.

      *>****************************************************************
      *> B0027-STAGE-CONFIG
      *>
      *> Schedules the working config knobs on MM0STG under the next
      *> change number for the kiosk to apply at effectiveTs, and
      *> journals the change as scheduled.
      *>****************************************************************
           B0027-STAGE-CONFIG.
           PERFORM B0030-NEXT-CHANGE-NO.
           PERFORM B0022-STAMP-TIME.
           MOVE changeNo TO stgChangeNo.
           MOVE 'P' TO stgStatus.
           MOVE effectiveTs TO stgEffectiveTs.
           MOVE "CFG" TO stgType.
           MOVE 0 TO stgTierSub.
           MOVE wrkLevel TO stgLevel.
           MOVE wrkDigits TO stgDigits.
           MOVE wrkTurns TO stgTurns.
           MOVE operatorId TO stgOperatorId.
           MOVE timestamp TO stgStagedTs.
           MOVE SPACES TO stgStatusTs.
           MOVE SPACES TO stgStatusBy.
           OPEN EXTEND STAGE-FILE.
           WRITE stgRecord.
           CLOSE STAGE-FILE.
           MOVE "STG" TO chjAction.
           PERFORM B0024-JOURNAL-CONFIG.

      *>****************************************************************
      *> B0028-STAGE-TIERS
      *>
      *> Schedules the full set of tier presets now in the table on
      *> MM0STG - one record per tier under the one change number -
      *> and journals the change as scheduled.
      *>****************************************************************
           B0028-STAGE-TIERS.
           PERFORM B0030-NEXT-CHANGE-NO.
           PERFORM B0022-STAMP-TIME.
           OPEN EXTEND STAGE-FILE.
           MOVE 1 TO tierSub.
           PERFORM UNTIL tierSub > 3
               MOVE changeNo TO stgChangeNo
               MOVE 'P' TO stgStatus
               MOVE effectiveTs TO stgEffectiveTs
               MOVE "TOV" TO stgType
               MOVE tierSub TO stgTierSub
               MOVE tierLevel(tierSub) TO stgLevel
               MOVE tierDigits(tierSub) TO stgDigits
               MOVE tierTurns(tierSub) TO stgTurns
               MOVE operatorId TO stgOperatorId
               MOVE timestamp TO stgStagedTs
               MOVE SPACES TO stgStatusTs
               MOVE SPACES TO stgStatusBy
               WRITE stgRecord
               ADD 1 TO tierSub
           END-PERFORM.
           CLOSE STAGE-FILE.
           MOVE "STG" TO chjAction.
           PERFORM B0025-JOURNAL-TIERS.

      *>****************************************************************
      *> B0029-SCHEDULED-CHANGES
      *>
      *> Lists the changes on MM0STG still waiting to take effect,
      *> with what each will set, and offers to cancel one of them.
      *>****************************************************************
           B0029-SCHEDULED-CHANGES.
           MOVE 0 TO pendingCount.
           MOVE 0 TO closedCount.
           DISPLAY " ".
           DISPLAY "Scheduled changes waiting:".
           MOVE 'N' TO stgEofFlag.
           OPEN INPUT STAGE-FILE.
           PERFORM UNTIL stgEof
               READ STAGE-FILE
                   AT END MOVE 'Y' TO stgEofFlag
                   NOT AT END
                       IF stgPending AND stgConfig
                           THEN ADD 1 TO pendingCount
                               DISPLAY "  " stgChangeNo " config   due "
                                   stgEffectiveTs " by "
                                   stgOperatorId
                               DISPLAY "         length " stgLevel
                                   " pool " stgDigits " turns "
                                   stgTurns
                       END-IF
                       IF stgPending AND stgTiers
                           AND stgTierSub > 0 AND stgTierSub < 4
                           THEN IF stgTierSub = 1
                                   THEN ADD 1 TO pendingCount
                                       DISPLAY "  " stgChangeNo
                                           " tiers    due "
                                           stgEffectiveTs " by "
                                           stgOperatorId
                               END-IF
                               DISPLAY "         " stgTierSub " "
                                   tierName(stgTierSub)
                                   " length " stgLevel
                                   " pool " stgDigits " turns "
                                   stgTurns
                       END-IF
                       IF NOT stgPending AND stgTierSub < 2
                           THEN ADD 1 TO closedCount
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STAGE-FILE.
           IF pendingCount = 0
               THEN DISPLAY "  (none)"
           END-IF.
           IF closedCount > 0
               THEN DISPLAY closedCount " earlier change(s) on file"
                       " already applied, superseded or cancelled."
           END-IF.
           IF pendingCount > 0
               THEN DISPLAY "Change number to cancel"
                       " (blank for none):"
                   MOVE SPACES TO changeAnswer
                   ACCEPT changeAnswer
                       ON EXCEPTION MOVE SPACES TO changeAnswer
                   END-ACCEPT
                   IF changeAnswer NOT = SPACES
                       THEN PERFORM B0031-CANCEL-CHANGE
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0030-NEXT-CHANGE-NO
      *>
      *> Hands back in changeNo one more than the highest change
      *> number on MM0STG, so numbers are never reused on a kiosk.
      *>****************************************************************
           B0030-NEXT-CHANGE-NO.
           MOVE 0 TO changeNo.
           MOVE 'N' TO stgEofFlag.
           OPEN INPUT STAGE-FILE.
           PERFORM UNTIL stgEof
               READ STAGE-FILE
                   AT END MOVE 'Y' TO stgEofFlag
                   NOT AT END
                       IF stgChangeNo NUMERIC
                           AND stgChangeNo > changeNo
                           THEN MOVE stgChangeNo TO changeNo
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STAGE-FILE.
           ADD 1 TO changeNo.

      *>****************************************************************
      *> B0031-CANCEL-CHANGE
      *>
      *> Cancels the scheduled change numbered in changeAnswer,
      *> provided it is still waiting: under an operator id and a Y,
      *> MM0STG is copied through MM0STGW with the change's records
      *> marked cancelled, copied back whole, and the cancel is
      *> journalled.  As with the register rewrite, a kiosk
      *> applying a change mid-rewrite would be racing it, so cancel
      *> at a quiet moment.
      *>****************************************************************
           B0031-CANCEL-CHANGE.
           MOVE 'Y' TO updateOkFlag.
           MOVE 0 TO changeNo.
           IF changeAnswer(1:1) NUMERIC
               THEN COMPUTE changeNo = FUNCTION NUMVAL(changeAnswer)
           END-IF.
           MOVE 'N' TO changeFoundFlag.
           MOVE 'N' TO stgEofFlag.
           OPEN INPUT STAGE-FILE.
           PERFORM UNTIL stgEof
               READ STAGE-FILE
                   AT END MOVE 'Y' TO stgEofFlag
                   NOT AT END
                       IF stgChangeNo = changeNo AND stgPending
                           THEN MOVE 'Y' TO changeFoundFlag
                               MOVE 'Y' TO stgEofFlag
                               MOVE stgType TO changeType
                               MOVE stgEffectiveTs TO changeEffTs
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STAGE-FILE.
           IF NOT changeFound
               THEN DISPLAY "Change " changeAnswer " is not waiting;"
                       " nothing cancelled."
                   MOVE 'N' TO updateOkFlag
           END-IF.
           IF updateOk
               THEN PERFORM B0020-ASK-OPERATOR
           END-IF.
           IF updateOk
               THEN DISPLAY "Cancel change " changeNo
                       "? It will not be applied. (Y/N):"
                   MOVE SPACE TO confirmAnswer
                   ACCEPT confirmAnswer
                       ON EXCEPTION MOVE 'N' TO confirmAnswer
                   END-ACCEPT
                   IF confirmAnswer NOT = 'Y' AND NOT = 'y'
                       THEN DISPLAY "Left as it was."
                           MOVE 'N' TO updateOkFlag
                   END-IF
           END-IF.
           IF updateOk
               THEN PERFORM B0022-STAMP-TIME
                   MOVE 'N' TO stgEofFlag
                   OPEN INPUT STAGE-FILE
                   OPEN OUTPUT STAGE-WORK-FILE
                   PERFORM UNTIL stgEof
                       READ STAGE-FILE
                           AT END MOVE 'Y' TO stgEofFlag
                           NOT AT END
                               IF stgChangeNo = changeNo
                                   AND stgPending
                                   THEN MOVE 'C' TO stgStatus
                                       MOVE timestamp TO stgStatusTs
                                       MOVE operatorId TO stgStatusBy
                               END-IF
                               MOVE stgRecord TO stgWorkRecord
                               WRITE stgWorkRecord
                       END-READ
                   END-PERFORM
                   CLOSE STAGE-WORK-FILE
                   CLOSE STAGE-FILE
                   MOVE 'N' TO stgEofFlag
                   OPEN INPUT STAGE-WORK-FILE
                   OPEN OUTPUT STAGE-FILE
                   PERFORM UNTIL stgEof
                       READ STAGE-WORK-FILE
                           AT END MOVE 'Y' TO stgEofFlag
                           NOT AT END
                               MOVE stgWorkRecord TO stgRecord
                               WRITE stgRecord
                       END-READ
                   END-PERFORM
                   CLOSE STAGE-FILE
                   CLOSE STAGE-WORK-FILE
                   OPEN OUTPUT STAGE-WORK-FILE
                   CLOSE STAGE-WORK-FILE
                   MOVE "CAN" TO chjAction
                   MOVE changeNo TO chjChangeNo
                   MOVE changeEffTs TO chjEffectiveTs
                   IF changeType = "CFG"
                       THEN MOVE "MM0CFG" TO chjSubject
                       ELSE MOVE "MM0TOV" TO chjSubject
                   END-IF
                   MOVE "STATUS" TO chjField
                   MOVE "P" TO chjBefore
                   MOVE "C" TO chjAfter
                   PERFORM B0023-WRITE-JOURNAL
                   DISPLAY "Change " changeNo " cancelled."
           END-IF.

       END PROGRAM MastMaint.
