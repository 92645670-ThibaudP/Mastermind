       IDENTIFICATION DIVISION.
       PROGRAM-ID. MastCard.

      *>****************************************************************
      *> MastCard - loyalty card registry maintenance
      *>
      *> The supported way to keep the MM0CRD card registry the kiosk
      *> checks at the loyalty prompt:
      *>
      *>   - register a card the POS has issued, once its check digit
      *>     has been proved, so the kiosk starts accepting it;
      *>   - block a card reported lost or stolen (the kiosk then
      *>     plays it on as anonymous, so nothing more is booked to
      *>     it), and unblock it again, each under a reason code;
      *>   - merge two cards that turn out to belong to one customer:
      *>     the retiring card's MM0PLR history is added into the
      *>     surviving card's record and deleted, and the retiring
      *>     card is marked merged, so play on either card lands on
      *>     the one history from then on;
      *>   - view a card with the player history it carries.
      *>
      *> An operator id is required up front, and every change goes
      *> to the MM0CTR trail with it as it is made.  The registry and
      *> the master resolve through MM0CRD_PATH and MM0PLR_PATH
      *> exactly as the kiosk resolves them.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>     Dynamic access: keyed reads for the card in hand, plus a
      *>     walk from the top when a merge re-points older merges
           SELECT OPTIONAL CARD-FILE ASSIGN TO DYNAMIC crdFilePath
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY crdCardId.
           SELECT OPTIONAL PLAYER-FILE ASSIGN TO DYNAMIC plrFilePath
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY plrPlayerId.
           SELECT OPTIONAL TRAIL-FILE ASSIGN TO "MM0CTR"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
           COPY MM0CRD.

       FD  PLAYER-FILE.
           COPY MM0PLR.

       FD  TRAIL-FILE.
           COPY MM0CTR.

       WORKING-STORAGE SECTION.

           77 crdFilePath PIC X(100) VALUE "MM0CRD".
           77 plrFilePath PIC X(100) VALUE "MM0PLR".

           77 menuChoice PIC X(01) VALUE SPACE.
           77 maintDoneFlag PIC X(01) VALUE 'N'.
               88 maintDone VALUE 'Y'.

           77 operatorId PIC X(08) VALUE SPACES.
           77 runDate PIC 9(08).
           77 tsDate PIC 9(08).
           77 tsTime PIC 9(08).
           77 timestamp PIC X(15).

      *>     The card(s) being worked on and the answers given
           77 cardAnswer PIC X(10) VALUE SPACES.
           77 cardId PIC X(10) VALUE SPACES.
           77 otherCardId PIC X(10) VALUE SPACES.
           77 reasonAnswer PIC X(03) VALUE SPACES.
           77 confirmAnswer PIC X(01) VALUE SPACE.
           77 cardOkFlag PIC X(01) VALUE 'N'.
               88 cardOk VALUE 'Y'.
           77 crdFoundFlag PIC X(01) VALUE 'N'.
               88 crdFound VALUE 'Y'.
           77 oldStatus PIC X(01) VALUE SPACE.
           77 retiredCardId PIC X(10) VALUE SPACES.

      *>     Check-digit work area, kept in step with Mastermind's
      *>     B0048-CHECK-DIGIT so a card proved here is a card the
      *>     kiosk accepts
           77 chkNumber PIC X(12) VALUE SPACES.
           77 chkLen PIC 9(02) VALUE 0.
           77 chkPos PIC 9(02).
           77 chkSum PIC 9(03).
           77 chkProduct PIC 9(02).
           77 chkDoubleFlag PIC X(01) VALUE 'N'.
               88 chkDouble VALUE 'Y'.
           77 chkDigit PIC 9(01).

      *>     The two master records a merge combines: the retiring
      *>     card's (ret...) and the surviving card's (srv...)
           77 retFoundFlag PIC X(01) VALUE 'N'.
               88 retFound VALUE 'Y'.
           77 srvFoundFlag PIC X(01) VALUE 'N'.
               88 srvFound VALUE 'Y'.
           01 retPlayer.
               05 retRounds PIC 9(06).
               05 retWins PIC 9(06).
               05 retBestTurns PIC 9(02).
               05 retStreak PIC 9(04).
               05 retLastPlayed PIC X(08).
           01 srvPlayer.
               05 srvRounds PIC 9(06).
               05 srvWins PIC 9(06).
               05 srvBestTurns PIC 9(02).
               05 srvStreak PIC 9(04).
               05 srvLastPlayed PIC X(08).
           77 plrUpdateErrFlag PIC X(01) VALUE 'N'.
               88 plrUpdateErr VALUE 'Y'.
           77 crdEofFlag PIC X(01) VALUE 'N'.
               88 crdEof VALUE 'Y'.
           77 repointCount PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.

           A0001-INITIALIZE.
           PERFORM B0011-RESOLVE-PATHS.
           ACCEPT runDate FROM DATE YYYYMMDD.
           DISPLAY " ".
           DISPLAY "===== Mastermind Loyalty Card Registry =====".
           DISPLAY "Operator id (required for the card trail):".
           ACCEPT operatorId
               ON EXCEPTION MOVE SPACES TO operatorId
           END-ACCEPT.
           IF operatorId = SPACES
               THEN DISPLAY "No operator id given; nothing changed."
                   STOP RUN
           END-IF.

           A0002-MENU-LOOP.
           PERFORM A0003-SHOW-MENU UNTIL maintDone.

           Z0001-TERMINATE.
           DISPLAY " ".
           DISPLAY "Card maintenance finished.".
           STOP RUN.

      *>****************************************************************
      *> A0003-SHOW-MENU
      *>
      *> One trip through the card menu.  Running out of input exits
      *> the program rather than spinning on a dead terminal.
      *>****************************************************************
           A0003-SHOW-MENU.
           DISPLAY " ".
           DISPLAY "  1 - Register a card".
           DISPLAY "  2 - Block a card".
           DISPLAY "  3 - Unblock a card".
           DISPLAY "  4 - Merge two cards".
           DISPLAY "  5 - View a card".
           DISPLAY "  0 - Exit".
           DISPLAY "Choice:".
           MOVE SPACE TO menuChoice.
           ACCEPT menuChoice
               ON EXCEPTION MOVE '0' TO menuChoice
           END-ACCEPT.
           IF menuChoice = '1'
               THEN PERFORM B0001-REGISTER-CARD
           END-IF.
           IF menuChoice = '2'
               THEN PERFORM B0002-BLOCK-CARD
           END-IF.
           IF menuChoice = '3'
               THEN PERFORM B0003-UNBLOCK-CARD
           END-IF.
           IF menuChoice = '4'
               THEN PERFORM B0004-MERGE-CARDS
           END-IF.
           IF menuChoice = '5'
               THEN PERFORM B0005-VIEW-CARD
           END-IF.
           IF menuChoice = '0'
               THEN MOVE 'Y' TO maintDoneFlag
           END-IF.

      *>****************************************************************
      *> B0001-REGISTER-CARD
      *>
      *> Adds a card to the registry as active.  The card number must
      *> prove its check digit; a card already on file is left as it
      *> is, whatever its status - a blocked card comes back through
      *> unblock, never by registering it over again.
      *>****************************************************************
           B0001-REGISTER-CARD.
           DISPLAY " ".
           DISPLAY "Card id to register:".
           PERFORM B0006-ACCEPT-CARD.
           IF cardOk
               THEN MOVE cardAnswer TO cardId
                   OPEN I-O CARD-FILE
                   PERFORM B0007-READ-CARD
                   IF crdFound
                       THEN DISPLAY "Card " cardId
                               " is already registered, status "
                               crdStatus "; nothing changed."
                       ELSE MOVE cardId TO crdCardId
                           MOVE 'A' TO crdStatus
                           MOVE runDate TO crdIssuedDate
                           MOVE runDate TO crdStatusDate
                           MOVE SPACES TO crdReason
                           MOVE SPACES TO crdMergedInto
                           WRITE crdRecord
                               INVALID KEY
                                   DISPLAY "Registry write failed for "
                                       cardId "; nothing changed."
                               NOT INVALID KEY
                                   MOVE "REG" TO ctrAction
                                   MOVE SPACES TO ctrOtherCardId
                                   MOVE SPACES TO ctrReason
                                   MOVE SPACE TO ctrOldStatus
                                   MOVE 'A' TO ctrNewStatus
                                   MOVE 0 TO ctrRoundsMoved
                                   MOVE 0 TO ctrWinsMoved
                                   PERFORM B0009-WRITE-TRAIL
                                   DISPLAY "Card " cardId
                                       " registered."
                           END-WRITE
                   END-IF
                   CLOSE CARD-FILE
           END-IF.

      *>****************************************************************
      *> B0002-BLOCK-CARD / B0003-UNBLOCK-CARD
      *>
      *> Moves a registered card between active and blocked under a
      *> reason code.  A merged card is neither: its play already
      *> lands on the card it was merged into, and that is the card
      *> to block.
      *>****************************************************************
           B0002-BLOCK-CARD.
           DISPLAY " ".
           DISPLAY "Card id to block:".
           PERFORM B0006-ACCEPT-CARD.
           IF cardOk
               THEN MOVE cardAnswer TO cardId
                   OPEN I-O CARD-FILE
                   PERFORM B0007-READ-CARD
                   IF NOT crdFound
                       THEN DISPLAY "Card " cardId
                               " is not registered; nothing changed."
                       ELSE IF NOT crdActive
                           THEN DISPLAY "Card " cardId
                                   " is not active (status "
                                   crdStatus "); nothing changed."
                           ELSE PERFORM B0008-ACCEPT-REASON
                               IF reasonAnswer NOT = SPACES
                                   THEN MOVE 'B' TO crdStatus
                                       PERFORM B0010-REWRITE-STATUS
                               END-IF
                       END-IF
                   END-IF
                   CLOSE CARD-FILE
           END-IF.

           B0003-UNBLOCK-CARD.
           DISPLAY " ".
           DISPLAY "Card id to unblock:".
           PERFORM B0006-ACCEPT-CARD.
           IF cardOk
               THEN MOVE cardAnswer TO cardId
                   OPEN I-O CARD-FILE
                   PERFORM B0007-READ-CARD
                   IF NOT crdFound
                       THEN DISPLAY "Card " cardId
                               " is not registered; nothing changed."
                       ELSE IF NOT crdBlocked
                           THEN DISPLAY "Card " cardId
                                   " is not blocked (status "
                                   crdStatus "); nothing changed."
                           ELSE PERFORM B0008-ACCEPT-REASON
                               IF reasonAnswer NOT = SPACES
                                   THEN MOVE 'A' TO crdStatus
                                       PERFORM B0010-REWRITE-STATUS
                               END-IF
                       END-IF
                   END-IF
                   CLOSE CARD-FILE
           END-IF.

      *>****************************************************************
      *> B0004-MERGE-CARDS
      *>
      *> Folds the retiring card's player history into the surviving
      *> card's and retires the card.  Both must be registered; the
      *> retiring card may be active or blocked (the usual case is a
      *> lost card replaced by a new one), the surviving card must be
      *> active.  Lifetime rounds and wins add up, the best turns is
      *> the better of the two, the last-played date the later, and
      *> the streak is whichever card was played last.  The combined
      *> record is written before the retiring one is deleted, so a
      *> failure part-way leaves history doubled up on the master,
      *> never lost; the trail names the merge either way.
      *>****************************************************************
           B0004-MERGE-CARDS.
           DISPLAY " ".
           DISPLAY "Retiring card id (its history moves across):".
           PERFORM B0006-ACCEPT-CARD.
           IF cardOk
               THEN MOVE cardAnswer TO cardId
                   DISPLAY "Surviving card id (keeps the history):"
                   PERFORM B0006-ACCEPT-CARD
           END-IF.
           IF cardOk
               THEN MOVE cardAnswer TO otherCardId
                   IF otherCardId = cardId
                       THEN DISPLAY "A card cannot be merged into"
                               " itself; nothing changed."
                           MOVE 'N' TO cardOkFlag
                   END-IF
           END-IF.
           IF cardOk
               THEN OPEN I-O CARD-FILE
                   MOVE otherCardId TO crdCardId
                   READ CARD-FILE
                       INVALID KEY MOVE 'N' TO cardOkFlag
                           DISPLAY "Card " otherCardId
                               " is not registered; nothing changed."
                       NOT INVALID KEY
                           IF NOT crdActive
                               THEN MOVE 'N' TO cardOkFlag
                                   DISPLAY "Card " otherCardId
                                       " is not active (status "
                                       crdStatus "); nothing changed."
                           END-IF
                   END-READ
                   IF cardOk
                       THEN PERFORM B0007-READ-CARD
                           IF NOT crdFound
                               THEN MOVE 'N' TO cardOkFlag
                                   DISPLAY "Card " cardId
                                       " is not registered;"
                                       " nothing changed."
                               ELSE IF crdMerged
                                   THEN MOVE 'N' TO cardOkFlag
                                       DISPLAY "Card " cardId
                                           " is already merged into "
                                           crdMergedInto
                                           "; nothing changed."
                               END-IF
                           END-IF
                   END-IF
                   IF cardOk
                       THEN MOVE crdStatus TO oldStatus
                           DISPLAY "Merge " cardId " into "
                               otherCardId "? (Y/N):"
                           MOVE SPACE TO confirmAnswer
                           ACCEPT confirmAnswer
                               ON EXCEPTION MOVE 'N' TO confirmAnswer
                           END-ACCEPT
                           IF confirmAnswer = 'Y'
                               OR confirmAnswer = 'y'
                               THEN PERFORM B0012-MERGE-HISTORY
                               ELSE DISPLAY "Left as it was."
                           END-IF
                   END-IF
                   CLOSE CARD-FILE
           END-IF.

      *>****************************************************************
      *> B0005-VIEW-CARD
      *>
      *> Shows a card's registry record and the player history the
      *> master holds for it.
      *>****************************************************************
           B0005-VIEW-CARD.
           DISPLAY " ".
           DISPLAY "Card id to view:".
           PERFORM B0006-ACCEPT-CARD.
           IF cardOk
               THEN MOVE cardAnswer TO cardId
                   OPEN INPUT CARD-FILE
                   PERFORM B0007-READ-CARD
                   CLOSE CARD-FILE
                   IF crdFound
                       THEN DISPLAY "  Card id ......... : " crdCardId
                           DISPLAY "  Status .......... : " crdStatus
                           DISPLAY "  Registered ...... : "
                               crdIssuedDate
                           DISPLAY "  Status since .... : "
                               crdStatusDate " " crdReason
                           IF crdMerged
                               THEN DISPLAY "  Merged into ..... : "
                                       crdMergedInto
                           END-IF
                       ELSE DISPLAY "Card " cardId " is not registered."
                   END-IF
                   OPEN INPUT PLAYER-FILE
                   MOVE cardId TO plrPlayerId
                   READ PLAYER-FILE
                       INVALID KEY
                           DISPLAY "  No player history on file."
                       NOT INVALID KEY
                           DISPLAY "  Rounds / wins ... : " plrRounds
                               " / " plrWins
                           DISPLAY "  Best / streak ... : "
                               plrBestTurns " / " plrStreak
                           DISPLAY "  Last played ..... : "
                               plrLastPlayed
                   END-READ
                   CLOSE PLAYER-FILE
           END-IF.

      *>****************************************************************
      *> B0006-ACCEPT-CARD
      *>
      *> Accepts a card id and proves it: ten digits, the last the
      *> check digit the first nine call for.  Sets cardOk.
      *>****************************************************************
           B0006-ACCEPT-CARD.
           MOVE 'N' TO cardOkFlag.
           MOVE SPACES TO cardAnswer.
           ACCEPT cardAnswer
               ON EXCEPTION MOVE SPACES TO cardAnswer
           END-ACCEPT.
           IF cardAnswer = SPACES
               THEN DISPLAY "No card id given; nothing changed."
               ELSE IF cardAnswer NOT NUMERIC
                   THEN DISPLAY "A card id is ten digits; "
                           cardAnswer " is not."
                   ELSE MOVE cardAnswer TO chkNumber
                       MOVE 10 TO chkLen
                       PERFORM B0013-CHECK-DIGIT
                       IF cardAnswer(10:1) = chkDigit
                           THEN MOVE 'Y' TO cardOkFlag
                           ELSE DISPLAY "Card id " cardAnswer
                                   " fails its check digit."
                       END-IF
               END-IF
           END-IF.

      *>****************************************************************
      *> B0007-READ-CARD
      *>
      *> Keyed read of cardId off the registry; sets crdFound.
      *>****************************************************************
           B0007-READ-CARD.
           MOVE 'N' TO crdFoundFlag.
           MOVE cardId TO crdCardId.
           READ CARD-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO crdFoundFlag
           END-READ.

      *>****************************************************************
      *> B0008-ACCEPT-REASON
      *>
      *> Asks for the three-character reason code a block or unblock
      *> is filed under; blank abandons the change.
      *>****************************************************************
           B0008-ACCEPT-REASON.
           DISPLAY "Reason code (3 characters):".
           MOVE SPACES TO reasonAnswer.
           ACCEPT reasonAnswer
               ON EXCEPTION MOVE SPACES TO reasonAnswer
           END-ACCEPT.
           IF reasonAnswer = SPACES
               THEN DISPLAY "No reason given; nothing changed."
           END-IF.

      *>****************************************************************
      *> B0009-WRITE-TRAIL
      *>
      *> Appends one MM0CTR record for the change just made; the
      *> caller fills in the action, the card ids, statuses and
      *> counts, and this adds who and when.
      *>****************************************************************
           B0009-WRITE-TRAIL.
           PERFORM B0014-STAMP-TIME.
           MOVE operatorId TO ctrOperatorId.
           MOVE timestamp TO ctrTimestamp.
           MOVE cardId TO ctrCardId.
           OPEN EXTEND TRAIL-FILE.
           WRITE ctrRecord.
           CLOSE TRAIL-FILE.

      *>****************************************************************
      *> B0010-REWRITE-STATUS
      *>
      *> Rewrites the card in the record area under its new status
      *> and the reason just given, then trails the change.
      *>****************************************************************
           B0010-REWRITE-STATUS.
           IF crdBlocked
               THEN MOVE 'A' TO oldStatus
                   MOVE "BLK" TO ctrAction
               ELSE MOVE 'B' TO oldStatus
                   MOVE "UBL" TO ctrAction
           END-IF.
           MOVE runDate TO crdStatusDate.
           MOVE reasonAnswer TO crdReason.
           REWRITE crdRecord
               INVALID KEY
                   DISPLAY "Registry rewrite failed for " cardId
                       "; nothing changed."
               NOT INVALID KEY
                   MOVE SPACES TO ctrOtherCardId
                   MOVE reasonAnswer TO ctrReason
                   MOVE oldStatus TO ctrOldStatus
                   MOVE crdStatus TO ctrNewStatus
                   MOVE 0 TO ctrRoundsMoved
                   MOVE 0 TO ctrWinsMoved
                   PERFORM B0009-WRITE-TRAIL
                   DISPLAY "Card " cardId " now status " crdStatus
                       "."
           END-REWRITE.

      *>****************************************************************
      *> B0011-RESOLVE-PATHS
      *>
      *> Points the registry and the master at MM0CRD_PATH and
      *> MM0PLR_PATH, each falling back to a local file, the same
      *> way the kiosk resolves them.
      *>****************************************************************
           B0011-RESOLVE-PATHS.
           MOVE "MM0CRD" TO crdFilePath.
           ACCEPT crdFilePath FROM ENVIRONMENT "MM0CRD_PATH".
           IF crdFilePath = SPACES
               THEN MOVE "MM0CRD" TO crdFilePath
           END-IF.
           MOVE "MM0PLR" TO plrFilePath.
           ACCEPT plrFilePath FROM ENVIRONMENT "MM0PLR_PATH".
           IF plrFilePath = SPACES
               THEN MOVE "MM0PLR" TO plrFilePath
           END-IF.

      *>****************************************************************
      *> B0012-MERGE-HISTORY
      *>
      *> Carries out a confirmed merge, with CARD-FILE open I-O and
      *> the retiring card in the record area: combines the two
      *> master records, marks the retiring card merged, re-points
      *> any card merged into it earlier, and trails the lot.
      *>****************************************************************
           B0012-MERGE-HISTORY.
           MOVE 'N' TO plrUpdateErrFlag.
           MOVE 'N' TO retFoundFlag.
           MOVE 'N' TO srvFoundFlag.
           MOVE 0 TO retRounds retWins retBestTurns retStreak.
           MOVE 0 TO srvRounds srvWins srvBestTurns srvStreak.
           MOVE SPACES TO retLastPlayed.
           MOVE SPACES TO srvLastPlayed.
           OPEN I-O PLAYER-FILE.
           MOVE cardId TO plrPlayerId.
           READ PLAYER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO retFoundFlag
                   MOVE plrRounds TO retRounds
                   MOVE plrWins TO retWins
                   MOVE plrBestTurns TO retBestTurns
                   MOVE plrStreak TO retStreak
                   MOVE plrLastPlayed TO retLastPlayed
           END-READ.
           MOVE otherCardId TO plrPlayerId.
           READ PLAYER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO srvFoundFlag
                   MOVE plrRounds TO srvRounds
                   MOVE plrWins TO srvWins
                   MOVE plrBestTurns TO srvBestTurns
                   MOVE plrStreak TO srvStreak
                   MOVE plrLastPlayed TO srvLastPlayed
           END-READ.

           IF retFound
               THEN MOVE otherCardId TO plrPlayerId
                   COMPUTE plrRounds = srvRounds + retRounds
                   COMPUTE plrWins = srvWins + retWins
                   MOVE srvBestTurns TO plrBestTurns
                   IF retBestTurns > 0
                       AND (srvBestTurns = 0
                       OR retBestTurns < srvBestTurns)
                       THEN MOVE retBestTurns TO plrBestTurns
                   END-IF
                   MOVE srvStreak TO plrStreak
                   MOVE srvLastPlayed TO plrLastPlayed
                   IF retLastPlayed > srvLastPlayed
                       THEN MOVE retStreak TO plrStreak
                           MOVE retLastPlayed TO plrLastPlayed
                   END-IF
                   IF srvFound
                       THEN REWRITE plrRecord
                               INVALID KEY MOVE 'Y' TO plrUpdateErrFlag
                           END-REWRITE
                       ELSE WRITE plrRecord
                               INVALID KEY MOVE 'Y' TO plrUpdateErrFlag
                           END-WRITE
                   END-IF
                   IF NOT plrUpdateErr
                       THEN MOVE cardId TO plrPlayerId
                           DELETE PLAYER-FILE
                               INVALID KEY MOVE 'Y' TO plrUpdateErrFlag
                           END-DELETE
                   END-IF
           END-IF.
           CLOSE PLAYER-FILE.

           IF plrUpdateErr
               THEN DISPLAY "Player master update failed; the card"
                       " registry was left as it was. Run the"
                       " verify pass before trying again."
               ELSE MOVE cardId TO crdCardId
                   READ CARD-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE 'M' TO crdStatus
                   MOVE runDate TO crdStatusDate
                   MOVE "MRG" TO crdReason
                   MOVE otherCardId TO crdMergedInto
                   REWRITE crdRecord
                       INVALID KEY
                           DISPLAY "Registry rewrite failed for "
                               cardId "; the master is merged but the"
                               " card is not marked - merge again."
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           PERFORM B0015-REPOINT-MERGES
                           MOVE "MRG" TO ctrAction
                           MOVE otherCardId TO ctrOtherCardId
                           MOVE "MRG" TO ctrReason
                           MOVE oldStatus TO ctrOldStatus
                           MOVE 'M' TO ctrNewStatus
                           MOVE retRounds TO ctrRoundsMoved
                           MOVE retWins TO ctrWinsMoved
                           PERFORM B0009-WRITE-TRAIL
                           DISPLAY "Card " cardId " merged into "
                               otherCardId ": " retRounds " rounds, "
                               retWins " wins moved across, "
                               repointCount
                               " earlier merge(s) re-pointed."
                   END-REWRITE
           END-IF.

      *>****************************************************************
      *> B0013-CHECK-DIGIT
      *>
      *> Works out the check digit the first chkLen - 1 digits of
      *> chkNumber call for - every other digit doubled from the
      *> right, nine off a two-digit result, and whatever brings the
      *> sum up to a multiple of ten - exactly as the kiosk does.
      *>****************************************************************
           B0013-CHECK-DIGIT.
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
      *> B0014-STAMP-TIME
      *>
      *> Refreshes timestamp in the YYYYMMDD-HHMMSS shape every
      *> record layout carries.
      *>****************************************************************
           B0014-STAMP-TIME.
           ACCEPT tsDate FROM DATE YYYYMMDD.
           ACCEPT tsTime FROM TIME.
           STRING tsDate DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  tsTime DELIMITED BY SIZE
               INTO timestamp
           END-STRING.

      *>****************************************************************
      *> B0015-REPOINT-MERGES
      *>
      *> Walks the registry from the top and points any card merged
      *> into the card just retired at the surviving card instead,
      *> so the kiosk never has more than one hop to follow.  Each
      *> card re-pointed is trailed as RPT under its own id, with
      *> the card it now points at.
      *>****************************************************************
           B0015-REPOINT-MERGES.
           MOVE cardId TO retiredCardId.
           MOVE 0 TO repointCount.
           MOVE 'N' TO crdEofFlag.
           MOVE LOW-VALUES TO crdCardId.
           START CARD-FILE KEY NOT < crdCardId
               INVALID KEY MOVE 'Y' TO crdEofFlag
           END-START.
           PERFORM UNTIL crdEof
               READ CARD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO crdEofFlag
                   NOT AT END
                       IF crdMerged
                           AND crdMergedInto = retiredCardId
                           THEN MOVE otherCardId TO crdMergedInto
                               REWRITE crdRecord
                                   INVALID KEY
                                       DISPLAY "Registry rewrite"
                                           " failed for " crdCardId
                                           "; still points at "
                                           retiredCardId "."
                                       MOVE 8 TO RETURN-CODE
                                   NOT INVALID KEY
                                       ADD 1 TO repointCount
                                       MOVE crdCardId TO cardId
                                       MOVE "RPT" TO ctrAction
                                       MOVE otherCardId
                                           TO ctrOtherCardId
                                       MOVE "MRG" TO ctrReason
                                       MOVE 'M' TO ctrOldStatus
                                       MOVE 'M' TO ctrNewStatus
                                       MOVE 0 TO ctrRoundsMoved
                                       MOVE 0 TO ctrWinsMoved
                                       PERFORM B0009-WRITE-TRAIL
                               END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE retiredCardId TO cardId.

       END PROGRAM MastCard.
