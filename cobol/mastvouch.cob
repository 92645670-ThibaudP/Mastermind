       IDENTIFICATION DIVISION.
       PROGRAM-ID. MastVouch.

      *>****************************************************************
      *> MastVouch - nightly prize voucher run
      *>
      *> Brings the MM0VCH voucher register up to date and reports
      *> what finance needs to release from the books:
      *>
      *>   - every issued voucher the POS has paid is marked
      *>     redeemed off the MM0ACK acknowledgment feed, matched on
      *>     the voucher number where the POS echoed one and on the
      *>     player id + hashed code + win timestamp otherwise (the
      *>     same pairing MastRecon uses);
      *>   - every voucher still issued once it is older than the
      *>     validity window is marked expired - the breakage -
      *>     and tonight's breakage is reported by prize code in
      *>     pounds off the MM0PVL unit costs, UNPRICED called out
      *>     rather than counted as free;
      *>   - what is still outstanding is reported the same way, as
      *>     the liability the books still carry;
      *>   - a payment against a voucher already expired (the
      *>     breakage has to be put back) or voided (a voucher that
      *>     should never have been paid), and acknowledgments naming
      *>     a voucher not on the register, are listed as exceptions.
      *>
      *> The validity window defaults to 30 days and can be changed
      *> per run through the MM0VCH_DAYS environment variable, the
      *> same way MastRecon takes MM0RCN_DAYS.  The register is
      *> rewritten through the MM0VCHW scratch copy, so run it at a
      *> quiet moment, like every other rewrite of a kiosk file.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VOUCHER-FILE ASSIGN TO "MM0VCH"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL VOUCHER-WORK-FILE ASSIGN TO "MM0VCHW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ACK-FILE ASSIGN TO "MM0ACK"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL VALUE-FILE ASSIGN TO "MM0PVL"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VOUCHER-FILE.
           COPY MM0VCH.

       FD  VOUCHER-WORK-FILE.
       01  vchWorkRecord           PIC X(99).

       FD  ACK-FILE.
           COPY MM0ACK.

       FD  VALUE-FILE.
           COPY MM0PVL.

       WORKING-STORAGE SECTION.

           77 eofFlag PIC X(01) VALUE 'N'.
               88 eof VALUE 'Y'.

           77 runDate PIC 9(08).
           77 runDateInt PIC 9(08).
           77 issueDate PIC 9(08).
           77 issueDateInt PIC 9(08).
           77 ageDays PIC S9(05).

      *>     Days a voucher stays payable after it is issued;
      *>     overridable per run via MM0VCH_DAYS
           77 validDays PIC 9(03) VALUE 30.
           77 validAnswer PIC X(03) VALUE SPACES.

      *>     The acknowledgment feed, held in store while the
      *>     register streams past it; ackUsed marks the ones that
      *>     found their voucher
           77 ackMax PIC 9(04) VALUE 2000.
           77 ackCount PIC 9(04) VALUE 0.
           77 ackOverflow PIC 9(06) VALUE 0.
           01 ackTable.
               05 ackEntry OCCURS 2000 TIMES.
                   10 tabAckVoucherNo PIC X(12).
                   10 tabAckPlayerId PIC X(10).
                   10 tabAckSecretCode PIC X(18).
                   10 tabAckTimestamp PIC X(15).
                   10 tabAckRedeemDate PIC X(08).
                   10 tabAckUsed PIC X(01).
           77 ackIdx PIC 9(04).
           77 ackSlot PIC 9(04).

      *>     The value master; the BUDGET record is no prize code
      *>     and is passed over
           77 valMax PIC 9(02) VALUE 50.
           77 valCount PIC 9(02) VALUE 0.
           01 valTable.
               05 valEntry OCCURS 50 TIMES.
                   10 valCode PIC X(08).
                   10 valCost PIC 9(07)V99.
           77 valIdx PIC 9(02).
           77 unitCost PIC 9(07)V99.
           77 pricedFlag PIC X(01) VALUE 'N'.
               88 priced VALUE 'Y'.

      *>     Tonight's breakage and the outstanding liability, each
      *>     rolled up by prize code
           77 codeMax PIC 9(02) VALUE 50.
           77 brkCount PIC 9(02) VALUE 0.
           01 brkTable.
               05 brkEntry OCCURS 50 TIMES.
                   10 brkCode PIC X(08).
                   10 brkVouchers PIC 9(06).
                   10 brkCost PIC 9(09)V99.
                   10 brkPricedFlag PIC X(01).
           77 outCount PIC 9(02) VALUE 0.
           01 outTable.
               05 outEntry OCCURS 50 TIMES.
                   10 outCode PIC X(08).
                   10 outVouchers PIC 9(06).
                   10 outCost PIC 9(09)V99.
                   10 outPricedFlag PIC X(01).
           77 codeIdx PIC 9(02).
           77 codeSlot PIC 9(02).
           77 codeOverflow PIC 9(06) VALUE 0.

      *>     Payments that landed on a voucher no longer issued,
      *>     held back to print under their own heading
           77 excMax PIC 9(03) VALUE 200.
           77 excCount PIC 9(03) VALUE 0.
           77 excOverflow PIC 9(06) VALUE 0.
           01 excTable.
               05 excEntry OCCURS 200 TIMES.
                   10 excVoucherNo PIC X(12).
                   10 excStatus PIC X(01).
                   10 excRedeemDate PIC X(08).
                   10 excPrizeCode PIC X(08).
           77 excIdx PIC 9(03).

           77 onFileCount PIC 9(06) VALUE 0.
           77 redeemedTonight PIC 9(06) VALUE 0.
           77 expiredTonight PIC 9(06) VALUE 0.
           77 stillIssued PIC 9(06) VALUE 0.
           77 redeemedTotal PIC 9(06) VALUE 0.
           77 expiredTotal PIC 9(06) VALUE 0.
           77 voidedTotal PIC 9(06) VALUE 0.
           77 reversedCount PIC 9(06) VALUE 0.
           77 reversedCost PIC 9(09)V99 VALUE 0.
           77 paidVoidCount PIC 9(06) VALUE 0.
           77 unknownAcks PIC 9(06) VALUE 0.
           77 breakageCost PIC 9(09)V99 VALUE 0.
           77 breakageUnpriced PIC 9(06) VALUE 0.
           77 outstandingCost PIC 9(09)V99 VALUE 0.
           77 outstandingUnpriced PIC 9(06) VALUE 0.

           77 statusText PIC X(07).
           77 moneyDisp PIC Z(08)9.99.

       PROCEDURE DIVISION.

           A0001-INITIALIZE.
           ACCEPT runDate FROM DATE YYYYMMDD.
           COMPUTE runDateInt = FUNCTION INTEGER-OF-DATE(runDate).
           PERFORM B0001-RESOLVE-VALID-DAYS.

           A0002-LOAD-VALUES.
           MOVE 'N' TO eofFlag.
           OPEN INPUT VALUE-FILE.
           PERFORM UNTIL eof
               READ VALUE-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END
                       IF pvlUnitCost NUMERIC
                           AND pvlCode NOT = "BUDGET  "
                           AND valCount < valMax
                           THEN ADD 1 TO valCount
                               MOVE pvlCode TO valCode(valCount)
                               MOVE pvlUnitCost TO valCost(valCount)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VALUE-FILE.

           A0003-LOAD-ACKS.
           MOVE 'N' TO eofFlag.
           OPEN INPUT ACK-FILE.
           PERFORM UNTIL eof
               READ ACK-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END PERFORM B0002-STORE-ACK
               END-READ
           END-PERFORM.
           CLOSE ACK-FILE.

      *>     A feed bigger than the table cannot be matched in full,
      *>     and a voucher paid by an acknowledgment left out would
      *>     be expired as breakage it is not - so nothing is
      *>     touched and the run stops the chain
           IF ackOverflow > 0
               THEN DISPLAY "VOUCHER RUN REFUSED: MM0ACK holds more"
                       " than " ackMax " acknowledgments; nothing"
                       " updated."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.

           A0004-UPDATE-REGISTER.
           MOVE 'N' TO eofFlag.
           OPEN INPUT VOUCHER-FILE.
           OPEN OUTPUT VOUCHER-WORK-FILE.
           PERFORM UNTIL eof
               READ VOUCHER-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END
                       PERFORM B0003-SETTLE-VOUCHER
                       MOVE vchRecord TO vchWorkRecord
                       WRITE vchWorkRecord
               END-READ
           END-PERFORM.
           CLOSE VOUCHER-WORK-FILE.
           CLOSE VOUCHER-FILE.

           A0005-COPY-BACK.
           MOVE 'N' TO eofFlag.
           OPEN INPUT VOUCHER-WORK-FILE.
           OPEN OUTPUT VOUCHER-FILE.
           PERFORM UNTIL eof
               READ VOUCHER-WORK-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END
                       MOVE vchWorkRecord TO vchRecord
                       WRITE vchRecord
               END-READ
           END-PERFORM.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-WORK-FILE.
           OPEN OUTPUT VOUCHER-WORK-FILE.
           CLOSE VOUCHER-WORK-FILE.

           A0006-PRINT-REPORT.
           PERFORM B0009-PRINT-SUMMARY.
           PERFORM B0010-PRINT-BREAKAGE.
           PERFORM B0011-PRINT-OUTSTANDING.
           PERFORM B0012-PRINT-EXCEPTIONS.

           Z0001-TERMINATE.
           STOP RUN.

      *>****************************************************************
      *> B0001-RESOLVE-VALID-DAYS
      *>
      *> Overrides the 30-day validity window from the MM0VCH_DAYS
      *> environment variable when finance has set one.  Anything
      *> non-numeric keeps the default.
      *>****************************************************************
           B0001-RESOLVE-VALID-DAYS.
           MOVE SPACES TO validAnswer.
           ACCEPT validAnswer FROM ENVIRONMENT "MM0VCH_DAYS".
           IF validAnswer(1:1) NUMERIC
               THEN COMPUTE validDays =
                       FUNCTION NUMVAL(validAnswer)
           END-IF.

      *>****************************************************************
      *> B0002-STORE-ACK
      *>
      *> Adds one acknowledgment to the in-store table.  The table
      *> overflowing refuses the whole run (see A0003).
      *>****************************************************************
           B0002-STORE-ACK.
           IF ackCount < ackMax
               THEN ADD 1 TO ackCount
                   MOVE ackVoucherNo TO tabAckVoucherNo(ackCount)
                   MOVE ackPlayerId TO tabAckPlayerId(ackCount)
                   MOVE ackSecretCode TO tabAckSecretCode(ackCount)
                   MOVE ackTimestamp TO tabAckTimestamp(ackCount)
                   MOVE ackRedeemDate TO tabAckRedeemDate(ackCount)
                   MOVE 'N' TO tabAckUsed(ackCount)
               ELSE ADD 1 TO ackOverflow
           END-IF.

      *>****************************************************************
      *> B0003-SETTLE-VOUCHER
      *>
      *> Decides one register record's status for tonight.  An
      *> issued voucher the POS has paid goes redeemed on the
      *> redemption date the POS gave; one still unpaid past the
      *> validity window goes expired as of tonight.  A payment
      *> against a voucher already expired puts it back to redeemed
      *> and is listed, the breakage reversed; a payment against a
      *> voided voucher is only listed.  A voucher whose issue date
      *> has been mangled is never expired blind.
      *>****************************************************************
           B0003-SETTLE-VOUCHER.
           ADD 1 TO onFileCount.
           PERFORM B0004-MATCH-ACK.
           PERFORM B0005-RESOLVE-UNIT-COST.
           IF ackSlot > 0 AND (vchIssued OR vchExpired)
               THEN IF vchExpired
                       THEN ADD 1 TO reversedCount
                           ADD unitCost TO reversedCost
                           PERFORM B0008-NOTE-EXCEPTION
                       ELSE ADD 1 TO redeemedTonight
                   END-IF
                   MOVE 'R' TO vchStatus
                   IF tabAckRedeemDate(ackSlot) NUMERIC
                       THEN MOVE tabAckRedeemDate(ackSlot)
                           TO vchStatusDate
                       ELSE MOVE runDate TO vchStatusDate
                   END-IF
                   MOVE "BATCH" TO vchOperatorId
           END-IF.
           IF ackSlot > 0 AND vchVoided
               THEN ADD 1 TO paidVoidCount
                   PERFORM B0008-NOTE-EXCEPTION
           END-IF.
           IF vchIssued
               THEN MOVE 0 TO ageDays
                   IF vchIssueDate NUMERIC
                       THEN MOVE vchIssueDate TO issueDate
                           COMPUTE issueDateInt =
                               FUNCTION INTEGER-OF-DATE(issueDate)
                           IF issueDateInt > 0
                               THEN COMPUTE ageDays =
                                       runDateInt - issueDateInt
                           END-IF
                   END-IF
                   IF ageDays > validDays
                       THEN MOVE 'E' TO vchStatus
                           MOVE runDate TO vchStatusDate
                           MOVE "BATCH" TO vchOperatorId
                           ADD 1 TO expiredTonight
                           PERFORM B0006-FOLD-BREAKAGE
                   END-IF
           END-IF.
           IF vchIssued
               THEN ADD 1 TO stillIssued
                   PERFORM B0007-FOLD-OUTSTANDING
           END-IF.
           IF vchRedeemed
               THEN ADD 1 TO redeemedTotal
           END-IF.
           IF vchExpired
               THEN ADD 1 TO expiredTotal
           END-IF.
           IF vchVoided
               THEN ADD 1 TO voidedTotal
           END-IF.

      *>****************************************************************
      *> B0004-MATCH-ACK
      *>
      *> Finds the acknowledgment that pays this voucher: one that
      *> names its number, or failing that one that names no voucher
      *> but echoes the win's player id, hashed code and timestamp.
      *> Sets ackSlot, zero when the POS has not paid it.
      *>****************************************************************
           B0004-MATCH-ACK.
           MOVE 0 TO ackSlot.
           MOVE 1 TO ackIdx.
           PERFORM UNTIL ackIdx > ackCount
               IF tabAckVoucherNo(ackIdx) = vchVoucherNo
                   OR (tabAckVoucherNo(ackIdx) = SPACES
                   AND tabAckPlayerId(ackIdx) = vchPlayerId
                   AND tabAckSecretCode(ackIdx) = vchSecretCode
                   AND tabAckTimestamp(ackIdx) = vchWinTimestamp)
                   THEN MOVE ackIdx TO ackSlot
                       MOVE 'Y' TO tabAckUsed(ackIdx)
                       MOVE ackCount TO ackIdx
               END-IF
               ADD 1 TO ackIdx
           END-PERFORM.

      *>****************************************************************
      *> B0005-RESOLVE-UNIT-COST
      *>
      *> Looks the voucher's prize code up on the value master;
      *> priced stays off when there is no record (or no code - the
      *> POS default), which the report calls out rather than
      *> treating the prize as free.
      *>****************************************************************
           B0005-RESOLVE-UNIT-COST.
           MOVE 0 TO unitCost.
           MOVE 'N' TO pricedFlag.
           MOVE 1 TO valIdx.
           PERFORM UNTIL valIdx > valCount
               IF valCode(valIdx) = vchPrizeCode
                   AND vchPrizeCode NOT = SPACES
                   THEN MOVE valCost(valIdx) TO unitCost
                       MOVE 'Y' TO pricedFlag
                       MOVE valCount TO valIdx
               END-IF
               ADD 1 TO valIdx
           END-PERFORM.

      *>****************************************************************
      *> B0006-FOLD-BREAKAGE
      *>
      *> Adds a voucher expired tonight to its prize code's
      *> breakage, opening a slot the first time a code is seen.
      *>****************************************************************
           B0006-FOLD-BREAKAGE.
           IF priced
               THEN ADD unitCost TO breakageCost
               ELSE ADD 1 TO breakageUnpriced
           END-IF.
           MOVE 0 TO codeSlot.
           MOVE 1 TO codeIdx.
           PERFORM UNTIL codeIdx > brkCount
               IF brkCode(codeIdx) = vchPrizeCode
                   THEN MOVE codeIdx TO codeSlot
                       MOVE brkCount TO codeIdx
               END-IF
               ADD 1 TO codeIdx
           END-PERFORM.
           IF codeSlot = 0
               THEN IF brkCount < codeMax
                       THEN ADD 1 TO brkCount
                           MOVE brkCount TO codeSlot
                           MOVE vchPrizeCode TO brkCode(codeSlot)
                           MOVE 0 TO brkVouchers(codeSlot)
                           MOVE 0 TO brkCost(codeSlot)
                           MOVE pricedFlag TO brkPricedFlag(codeSlot)
                       ELSE ADD 1 TO codeOverflow
                   END-IF
           END-IF.
           IF codeSlot > 0
               THEN ADD 1 TO brkVouchers(codeSlot)
                   ADD unitCost TO brkCost(codeSlot)
           END-IF.

      *>****************************************************************
      *> B0007-FOLD-OUTSTANDING
      *>
      *> Adds a voucher still issued after tonight to its prize
      *> code's outstanding liability, the same way.
      *>****************************************************************
           B0007-FOLD-OUTSTANDING.
           IF priced
               THEN ADD unitCost TO outstandingCost
               ELSE ADD 1 TO outstandingUnpriced
           END-IF.
           MOVE 0 TO codeSlot.
           MOVE 1 TO codeIdx.
           PERFORM UNTIL codeIdx > outCount
               IF outCode(codeIdx) = vchPrizeCode
                   THEN MOVE codeIdx TO codeSlot
                       MOVE outCount TO codeIdx
               END-IF
               ADD 1 TO codeIdx
           END-PERFORM.
           IF codeSlot = 0
               THEN IF outCount < codeMax
                       THEN ADD 1 TO outCount
                           MOVE outCount TO codeSlot
                           MOVE vchPrizeCode TO outCode(codeSlot)
                           MOVE 0 TO outVouchers(codeSlot)
                           MOVE 0 TO outCost(codeSlot)
                           MOVE pricedFlag TO outPricedFlag(codeSlot)
                       ELSE ADD 1 TO codeOverflow
                   END-IF
           END-IF.
           IF codeSlot > 0
               THEN ADD 1 TO outVouchers(codeSlot)
                   ADD unitCost TO outCost(codeSlot)
           END-IF.

      *>****************************************************************
      *> B0008-NOTE-EXCEPTION
      *>
      *> Holds a payment against a voucher no longer issued for its
      *> own section of the report, with the status it had when the
      *> payment was seen.
      *>****************************************************************
           B0008-NOTE-EXCEPTION.
           IF excCount < excMax
               THEN ADD 1 TO excCount
                   MOVE vchVoucherNo TO excVoucherNo(excCount)
                   MOVE vchStatus TO excStatus(excCount)
                   MOVE tabAckRedeemDate(ackSlot)
                       TO excRedeemDate(excCount)
                   MOVE vchPrizeCode TO excPrizeCode(excCount)
               ELSE ADD 1 TO excOverflow
           END-IF.

      *>****************************************************************
      *> B0009-PRINT-SUMMARY
      *>
      *> Where the register stands after tonight: what changed, and
      *> every voucher on file by status - the four always add back
      *> up to what is on file.
      *>****************************************************************
           B0009-PRINT-SUMMARY.
           DISPLAY " ".
           DISPLAY "===== Mastermind Prize Vouchers - " runDate
               " =====".
           DISPLAY "Validity window ........... : " validDays
               " days".
           DISPLAY "Acknowledgments read ...... : " ackCount.
           DISPLAY "Redeemed tonight .......... : " redeemedTonight.
           DISPLAY "Expired tonight ........... : " expiredTonight.
           DISPLAY " ".
           DISPLAY "Vouchers on the register .. : " onFileCount.
           DISPLAY "  issued (outstanding) .... : " stillIssued.
           DISPLAY "  redeemed ................ : " redeemedTotal.
           DISPLAY "  expired ................. : " expiredTotal.
           DISPLAY "  voided .................. : " voidedTotal.

      *>****************************************************************
      *> B0010-PRINT-BREAKAGE
      *>
      *> Tonight's breakage by prize code - the liability finance
      *> can release - with the UNPRICED codes called out.
      *>****************************************************************
           B0010-PRINT-BREAKAGE.
           DISPLAY " ".
           DISPLAY "Breakage expired tonight by prize code:".
           MOVE 1 TO codeIdx.
           PERFORM UNTIL codeIdx > brkCount
               MOVE brkCost(codeIdx) TO moneyDisp
               IF brkCode(codeIdx) = SPACES
                   THEN DISPLAY "  (POS dflt) x " brkVouchers(codeIdx)
                           "  ** NO PRIZE CODE - cost unknown **"
                   ELSE IF brkPricedFlag(codeIdx) = 'Y'
                           THEN DISPLAY "  " brkCode(codeIdx) "   x "
                                   brkVouchers(codeIdx) " = "
                                   moneyDisp
                           ELSE DISPLAY "  " brkCode(codeIdx) "   x "
                                   brkVouchers(codeIdx)
                                   "  ** UNPRICED **"
                       END-IF
               END-IF
               ADD 1 TO codeIdx
           END-PERFORM.
           IF brkCount = 0
               THEN DISPLAY "  (no vouchers expired tonight)"
           END-IF.
           MOVE breakageCost TO moneyDisp.
           DISPLAY "Breakage to release ....... : " moneyDisp
               " over " expiredTonight " vouchers.".
           IF breakageUnpriced > 0
               THEN DISPLAY "UNPRICED breakage ......... : "
                       breakageUnpriced " voucher(s) - value master"
                       " needs a record per code."
           END-IF.

      *>****************************************************************
      *> B0011-PRINT-OUTSTANDING
      *>
      *> The vouchers still issued after tonight by prize code - the
      *> prize liability the books still carry.
      *>****************************************************************
           B0011-PRINT-OUTSTANDING.
           DISPLAY " ".
           DISPLAY "Outstanding vouchers by prize code:".
           MOVE 1 TO codeIdx.
           PERFORM UNTIL codeIdx > outCount
               MOVE outCost(codeIdx) TO moneyDisp
               IF outCode(codeIdx) = SPACES
                   THEN DISPLAY "  (POS dflt) x " outVouchers(codeIdx)
                           "  ** NO PRIZE CODE - cost unknown **"
                   ELSE IF outPricedFlag(codeIdx) = 'Y'
                           THEN DISPLAY "  " outCode(codeIdx) "   x "
                                   outVouchers(codeIdx) " = "
                                   moneyDisp
                           ELSE DISPLAY "  " outCode(codeIdx) "   x "
                                   outVouchers(codeIdx)
                                   "  ** UNPRICED **"
                       END-IF
               END-IF
               ADD 1 TO codeIdx
           END-PERFORM.
           IF outCount = 0
               THEN DISPLAY "  (none outstanding)"
           END-IF.
           MOVE outstandingCost TO moneyDisp.
           DISPLAY "Outstanding liability ..... : " moneyDisp
               " over " stillIssued " vouchers.".
           IF outstandingUnpriced > 0
               THEN DISPLAY "UNPRICED outstanding ...... : "
                       outstandingUnpriced " voucher(s)."
           END-IF.
           IF codeOverflow > 0
               THEN DISPLAY "WARNING: " codeOverflow " voucher(s)"
                       " past the " codeMax "-code table were"
                       " left out of the by-code lines above."
           END-IF.

      *>****************************************************************
      *> B0012-PRINT-EXCEPTIONS
      *>
      *> Payments against vouchers no longer issued, and
      *> acknowledgments naming a voucher this register never
      *> issued.
      *>****************************************************************
           B0012-PRINT-EXCEPTIONS.
           DISPLAY " ".
           DISPLAY "Paid after expiry or void:".
           MOVE 1 TO excIdx.
           PERFORM UNTIL excIdx > excCount
               MOVE "EXPIRED" TO statusText
               IF excStatus(excIdx) = 'V'
                   THEN MOVE "VOIDED" TO statusText
               END-IF
               DISPLAY "  " excVoucherNo(excIdx) " "
                   excPrizeCode(excIdx) " paid "
                   excRedeemDate(excIdx) " - was " statusText
                   WITH NO ADVANCING
               IF excStatus(excIdx) = 'V'
                   THEN DISPLAY "  ** CHASE WITH THE POS **"
                   ELSE DISPLAY "  (now redeemed)"
               END-IF
               ADD 1 TO excIdx
           END-PERFORM.
           IF excCount = 0
               THEN DISPLAY "  (none)"
           END-IF.
           IF excOverflow > 0
               THEN DISPLAY "  (plus " excOverflow
                   " more past the table limit)"
           END-IF.
           MOVE reversedCost TO moneyDisp.
           DISPLAY "Breakage reversed ......... : " moneyDisp
               " over " reversedCount " vouchers.".
           DISPLAY "Paid against a void ....... : " paidVoidCount.

           DISPLAY " ".
           DISPLAY "Acks naming a voucher not on the register:".
           MOVE 1 TO ackIdx.
           PERFORM UNTIL ackIdx > ackCount
               IF tabAckVoucherNo(ackIdx) NOT = SPACES
                   AND tabAckUsed(ackIdx) = 'N'
                   THEN ADD 1 TO unknownAcks
                       DISPLAY "  " tabAckVoucherNo(ackIdx)
                           " redeemed " tabAckRedeemDate(ackIdx)
               END-IF
               ADD 1 TO ackIdx
           END-PERFORM.
           IF unknownAcks = 0
               THEN DISPLAY "  (none)"
           END-IF.
           DISPLAY " ".

       END PROGRAM MastVouch.
