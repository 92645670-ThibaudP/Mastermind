               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY plrPlayerId.
      *>     The loyalty card registry MastCard maintains, shared
      *>     estate-wide through MM0CRD_PATH (see
      *>     B0046-RESOLVE-CARD-PATH) with a private local fallback;
      *>     indexed on the card id so the check at the loyalty
      *>     prompt is one keyed read, like the greeting
           SELECT OPTIONAL CARD-FILE ASSIGN TO DYNAMIC crdFilePath
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY crdCardId.
      *>     The overnight standings board built by MastStand, shared
      *>     estate-wide through MM0STD_PATH (see
      *>     B0023-RESOLVE-STANDINGS-PATH) with a private local
           SELECT OPTIONAL CHALLENGE-FILE ASSIGN TO
               DYNAMIC chlFilePath
               ORGANIZATION LINE SEQUENTIAL.
      *>     The prize voucher number counter, shared estate-wide
      *>     through MM0VSQ_PATH like MM0SEQ (see
      *>     B0049-RESOLVE-VOUCHER-PATH) with a private local
      *>     fallback, so a voucher number is never handed out twice
           SELECT OPTIONAL VOUCHER-SEQ-FILE ASSIGN TO
               DYNAMIC vsqFilePath
               ORGANIZATION LINE SEQUENTIAL.
      *>     The register every voucher handed out is kept on, for
      *>     the nightly voucher run to mark redeemed or expired
           SELECT OPTIONAL VOUCHER-FILE ASSIGN TO "MM0VCH"
               ORGANIZATION LINE SEQUENTIAL.
      *>     The terminal's own operational event journal - start-up,
      *>     shutdown, resumed rounds, catalog fallback and stale
      *>     codes of the day - for the availability report
           SELECT OPTIONAL EVENT-FILE ASSIGN TO "MM0EVT"
               ORGANIZATION LINE SEQUENTIAL.
      *>     Config and tier changes MastMaint has scheduled for
      *>     later, applied here once they fall due; the scratch copy
      *>     they are marked applied through; and the change journal
      *>     MastMaint keeps, which records every apply
           SELECT OPTIONAL STAGE-FILE ASSIGN TO "MM0STG"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL STAGE-WORK-FILE ASSIGN TO "MM0STGW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "MM0CHJ"
               ORGANIZATION LINE SEQUENTIAL.
      *>     Marketing's promotion calendar, shared estate-wide
      *>     through MM0CMP_PATH (see B0060-RESOLVE-CAMPAIGN-PATH),
      *>     and the site master placing this terminal in its site,
      *>     through MM0SIT_PATH (see B0061-LOAD-SITE), both with a
      *>     private local fallback
           SELECT OPTIONAL CAMPAIGN-FILE ASSIGN TO DYNAMIC cmpFilePath
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SITE-FILE ASSIGN TO DYNAMIC sitFilePath
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-FILE.
           COPY MM0PLR.

       FD  CARD-FILE.
           COPY MM0CRD.

       FD  STANDINGS-FILE.
           COPY MM0STD.

       FD  HELD-FILE.
           COPY MM0HLD.

       FD  VOUCHER-SEQ-FILE.
           COPY MM0VSQ.

       FD  VOUCHER-FILE.
           COPY MM0VCH.

       FD  EVENT-FILE.
           COPY MM0EVT.

       FD  STAGE-FILE.
           COPY MM0STG.

       FD  STAGE-WORK-FILE.
       01  stgWorkRecord           PIC X(78).

       FD  JOURNAL-FILE.
           COPY MM0CHJ.

       FD  CAMPAIGN-FILE.
           COPY MM0CMP.

       FD  SITE-FILE.
           COPY MM0SIT.

       WORKING-STORAGE SECTION.

           COPY MM0TIER.
               88 plrFound VALUE 'Y'.
           77 bestTurnsSoFar PIC 9(02) VALUE 0.

      *>     The card registry check run on the loyalty id before the
      *>     greeting; defaults to a private per-terminal file until
      *>     B0046-RESOLVE-CARD-PATH overrides it from the MM0CRD_PATH
      *>     environment variable.  cardRejectId names the catalog
      *>     message for a card turned away (spaces when accepted).
           77 crdFilePath PIC X(100) VALUE "MM0CRD".
           77 cardRejectId PIC X(08) VALUE SPACES.

      *>     Check-digit work area: chkNumber holds the digits with
      *>     the check digit last, chkLen how many there are in all;
      *>     B0048 leaves the digit the payload calls for in chkDigit
           77 chkNumber PIC X(12) VALUE SPACES.
           77 chkLen PIC 9(02) VALUE 0.
           77 chkPos PIC 9(02).
           77 chkSum PIC 9(03).
           77 chkProduct PIC 9(02).
           77 chkDoubleFlag PIC X(01) VALUE 'N'.
               88 chkDouble VALUE 'Y'.
           77 chkDigit PIC 9(01).

      *>     The prize voucher handed over with a booked win: its
      *>     number comes off the shared MM0VSQ counter, which
      *>     defaults to a private per-terminal file until
      *>     B0049-RESOLVE-VOUCHER-PATH overrides it from the
      *>     MM0VSQ_PATH environment variable
           77 vsqFilePath PIC X(100) VALUE "MM0VSQ".
           77 voucherNo PIC X(12) VALUE SPACES.

      *>     Event journal work: the detail the caller of
      *>     B0052-WRITE-EVENT wants on the record, and the date of
      *>     the last stale code-of-the-day record already noted, so
      *>     a leftover record is journalled once per start-up rather
      *>     than at every welcome screen
           77 eventType PIC X(08) VALUE SPACES.
           77 eventDetail PIC X(40) VALUE SPACES.
           77 chlStaleNoted PIC X(08) VALUE SPACES.

      *>     Scheduled changes fallen due: the stamp the check ran
      *>     at, and the latest-dated change of each type among
      *>     them - the one applied, any others due with it being
      *>     superseded - with the config and tiers as they stood
      *>     before, for the change journal
           77 stgEofFlag PIC X(01) VALUE 'N'.
               88 stgEof VALUE 'Y'.
           77 applyTs PIC X(15) VALUE SPACES.
           77 dueCount PIC 9(04) VALUE 0.
           77 dueCfgNo PIC 9(06) VALUE 0.
           77 dueCfgTs PIC X(15) VALUE SPACES.
           77 dueCfgOperator PIC X(08) VALUE SPACES.
           77 dueCfgLevel PIC 9(02) VALUE 0.
           77 dueCfgDigits PIC 9(02) VALUE 0.
           77 dueCfgTurns PIC 9(02) VALUE 0.
           77 dueTovNo PIC 9(06) VALUE 0.
           77 dueTovTs PIC X(15) VALUE SPACES.
           77 dueTovOperator PIC X(08) VALUE SPACES.
           01 dueTierTable.
               05 dueTierEntry OCCURS 3 TIMES.
                   10 dueTierName PIC X(08).
                   10 dueTierLevel PIC 9(02).
                   10 dueTierDigits PIC 9(02).
                   10 dueTierTurns PIC 9(02).
           01 priorTierTable.
               05 priorTierEntry OCCURS 3 TIMES.
                   10 priorTierName PIC X(08).
                   10 priorTierLevel PIC 9(02).
                   10 priorTierDigits PIC 9(02).
                   10 priorTierTurns PIC 9(02).
           77 priorLevel PIC X(04) VALUE SPACES.
           77 priorDigits PIC X(04) VALUE SPACES.
           77 priorTurns PIC X(04) VALUE SPACES.
           77 dueSub PIC 9(01).

      *>     The overnight standings board, loaded whole at every
      *>     welcome screen so a board rebuilt mid-day shows up on
      *>     the next round; defaults to a private per-terminal file
           77 resumedFlag PIC X(01) VALUE 'N'.
               88 resumed VALUE 'Y'.

      *>     When the round in play began; with the terminal id it
      *>     keys the round on MM0LOG and on every MM0DTL guess
           77 roundStart PIC X(15) VALUE SPACES.

           77 tovEofFlag PIC X(01) VALUE 'N'.
               88 tovEof VALUE 'Y'.

           77 przEofFlag PIC X(01) VALUE 'N'.
               88 przEof VALUE 'Y'.

      *>     The promotion calendar as it bears on the round being
      *>     booked: the site this terminal stands in (spaces when
      *>     the site master does not place it), the first live
      *>     record for the round's tier and the first live
      *>     FALLBACK record, and the campaign that ends up setting
      *>     the prize or cap, stamped on the win record
           77 cmpFilePath PIC X(100) VALUE "MM0CMP".
           77 sitFilePath PIC X(100) VALUE "MM0SIT".
           77 kioskSiteId PIC X(08) VALUE SPACES.
           77 cmpEofFlag PIC X(01) VALUE 'N'.
               88 cmpEof VALUE 'Y'.
           77 cmpLiveFlag PIC X(01) VALUE 'N'.
               88 cmpLive VALUE 'Y'.
           77 cmpRoundDate PIC 9(08).
           77 cmpRoundTime PIC 9(04).
           77 cmpRoundDay PIC 9(01).
           77 liveTierCampaign PIC X(08) VALUE SPACES.
           77 liveTierPrize PIC X(08) VALUE SPACES.
           77 liveExtraCap PIC 9(04) VALUE 0.
           77 liveFallCampaign PIC X(08) VALUE SPACES.
           77 liveFallPrize PIC X(08) VALUE SPACES.
           77 campaignIdCur PIC X(08) VALUE SPACES.

      *>     Today's issuance counters, read whole, bumped and
      *>     rewritten around every win, records from earlier days
      *>     dropped on the way through
               88 msgEof VALUE 'Y'.
           77 msgBadFlag PIC X(01) VALUE 'N'.
               88 msgBad VALUE 'Y'.
           77 msgMax PIC 9(03) VALUE 225.
           77 msgCount PIC 9(03) VALUE 0.
           01 msgTable.
               05 msgEntry OCCURS 225 TIMES.
                   10 tabMsgLang PIC X(02).
                   10 tabMsgId PIC X(08).
                   10 tabMsgText PIC X(70).
               05 FILLER PIC X(08) VALUE "LEADROW ".
               05 FILLER PIC X(08) VALUE "LEADSUFX".
               05 FILLER PIC X(08) VALUE "RANKLINE".
               05 FILLER PIC X(08) VALUE "CARDBAD ".
               05 FILLER PIC X(08) VALUE "CARDUNK ".
               05 FILLER PIC X(08) VALUE "CARDBLK ".
               05 FILLER PIC X(08) VALUE "CARDANON".
               05 FILLER PIC X(08) VALUE "VOUCHER ".
           01 reqIdTable REDEFINES reqIdConstants.
               05 reqId OCCURS 45 TIMES PIC X(08).
           77 reqIdx PIC 9(02).
           77 reqFoundFlag PIC X(01) VALUE 'N'.
               88 reqFound VALUE 'Y'.
           OPEN EXTEND AUDIT-FILE.
           PERFORM B0009-RESOLVE-SEQUENCE-PATH.
           PERFORM B0011-RESOLVE-PLAYER-PATH.
           PERFORM B0046-RESOLVE-CARD-PATH.
           PERFORM B0049-RESOLVE-VOUCHER-PATH.
           PERFORM B0017-RESOLVE-PRIZE-COUNT-PATH.
           PERFORM B0023-RESOLVE-STANDINGS-PATH.
           PERFORM B0027-RESOLVE-CHALLENGE-PATH.
           PERFORM B0033-RESOLVE-MESSAGE-PATH.
           PERFORM B0003-READ-CONFIG.
           MOVE "OPEN" TO eventType.
           MOVE SPACES TO eventDetail.
           PERFORM B0052-WRITE-EVENT.
           PERFORM B0014-READ-TIER-OVERRIDES.
           PERFORM B0053-APPLY-STAGED.
           PERFORM B0060-RESOLVE-CAMPAIGN-PATH.
           PERFORM B0061-LOAD-SITE.
           PERFORM B0045-LOAD-VELOCITY-LIMITS.
           PERFORM B0034-LOAD-CATALOG.
           PERFORM B0030-SIGN-ON.
      *>     One trip round this loop is one customer's round; the
      *>     kiosk brings itself back to the welcome screen after
      *>     every game instead of stopping and waiting for an
      *>     attendant to relaunch it.  Scheduled config and tier
      *>     changes that have fallen due are applied when a round
      *>     starts (A0003-RUN-ROUND), so a kiosk left idle at the
      *>     welcome screen still plays its next round on them
           A0002-SESSION-LOOP.
           PERFORM UNTIL endOfDay
               PERFORM A0003-RUN-ROUND
           END-PERFORM.

           Z0002-END-OF-DAY.
           PERFORM B0031-CLOSE-SHIFT.
           MOVE "CLOSE" TO eventType.
           MOVE SPACES TO eventDetail.
           STRING "rounds " DELIMITED BY SIZE
                  sessionRounds DELIMITED BY SIZE
                  " wins " DELIMITED BY SIZE
                  sessionWins DELIMITED BY SIZE
               INTO eventDetail
           END-STRING.
           PERFORM B0052-WRITE-EVENT.
           DISPLAY " ".
           DISPLAY "Kiosk closing down.".
           DISPLAY "Session totals: " sessionRounds " rounds, "
                               PERFORM B0030-SIGN-ON
                               MOVE SPACES TO playerId
                               MOVE 'Y' TO shiftChangeFlag
                           ELSE PERFORM B0047-CHECK-CARD
                               PERFORM B0010-GREET-PLAYER
                       END-IF
                   END-IF
           END-IF.

      *>     Changes that fell due while the kiosk sat at the
      *>     welcome screen are applied now the round is starting,
      *>     but never ahead of a resumed round, which plays out on
      *>     the knobs it checkpointed under
           IF NOT endOfDay AND NOT resumed AND NOT shiftChange
               THEN PERFORM B0053-APPLY-STAGED
           END-IF.

      *>     The challenge is offered once the player is known and
      *>     the kiosk is staying open; a resumed round is already
      *>     whatever kind of round it was when it checkpointed
           END-IF.

           PERFORM A0005-COMPUTE-DIGIT.
      *>     A resumed round keeps the start it checkpointed under
           IF NOT resumed OR roundStart = SPACES
               THEN PERFORM B0012-STAMP-TIME
                   MOVE timestamp TO roundStart
           END-IF.
           PERFORM A0006-MAIN-LOOP.
           PERFORM A0007-ROUND-OUTCOME.

           MOVE 'N' TO wonFlag.
           MOVE 'N' TO abandonedFlag.
           MOVE 'N' TO resumedFlag.
           MOVE SPACES TO roundStart.
      *>     A challenge round on an ops-pinned kiosk played on the
      *>     challenge knobs; re-read the config so the pin holds
      *>     for the next customer (unpinned kiosks re-select a tier
               THEN MOVE 'C' TO logChallenge
               ELSE MOVE SPACE TO logChallenge
           END-IF.
           MOVE roundStart TO logRoundStart.
           WRITE logRecord.

      *>****************************************************************
      *>
      *> Writes one outbound record to the prize/loyalty interface
      *> file for the POS system to pick up and issue the customer's
      *> prize.  Only performed when a round is won.  Every booked
      *> win carries a freshly issued prize voucher, put on the
      *> register and shown on screen, so even an anonymous winner
      *> walks away with something the POS can pay against.
      *>****************************************************************
           B0002-WRITE-WIN-INTERFACE.
           PERFORM B0015-ASSIGN-PRIZE.
           MOVE tierNameCur TO winTierName.
           MOVE chosenPrize TO winPrizeCode.
           MOVE terminalId TO winTerminalId.
           PERFORM B0050-ISSUE-VOUCHER.
           MOVE voucherNo TO winVoucherNo.
           MOVE campaignIdCur TO winCampaignId.
           WRITE winRecord.
           ADD 1 TO shiftPrizes.
           PERFORM B0051-REGISTER-VOUCHER.
      *>     The number is displayed after the catalog text - twelve
      *>     digits are too wide for the &1/&2 insert slots
           DISPLAY " ".
           MOVE "VOUCHER " TO msgWantedId.
           MOVE "Your prize voucher - show this number to collect:"
               TO msgDefault.
           PERFORM B0035-FORMAT-MESSAGE.
           DISPLAY msgOut(1:msgOutLen) " " voucherNo.

      *>****************************************************************
      *> B0003-READ-CONFIG
                           MOVE ckpDigits TO digits
                           MOVE ckpTurns TO nbTurns
                           MOVE ckpHints TO hintsFlag
                           MOVE ckpRoundStart TO roundStart
                           IF ckpChallenge = 'Y'
                               THEN MOVE 'Y' TO challengeRoundFlag
                           END-IF
                   END-IF
           END-READ.
           CLOSE CHECKPOINT-FILE.
           IF resumed
               THEN MOVE "RESUME" TO eventType
                   MOVE SPACES TO eventDetail
                   STRING "player " DELIMITED BY SIZE
                          playerId DELIMITED BY SIZE
                          " turn " DELIMITED BY SIZE
                          turn DELIMITED BY SIZE
                       INTO eventDetail
                   END-STRING
                   PERFORM B0052-WRITE-EVENT
           END-IF.

      *>****************************************************************
      *> B0005-SAVE-CHECKPOINT
           PERFORM B0012-STAMP-TIME.
           MOVE timestamp TO ckpTimestamp.
           MOVE challengeRoundFlag TO ckpChallenge.
           MOVE roundStart TO ckpRoundStart.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE ckpRecord.
           CLOSE CHECKPOINT-FILE.
               THEN MOVE 'C' TO dtlChallenge
               ELSE MOVE SPACE TO dtlChallenge
           END-IF.
           MOVE roundStart TO dtlRoundStart.
           WRITE dtlRecord.

      *>****************************************************************
      *> The counter for whatever prize goes out is bumped so the cap
      *> holds for the rest of the day.  With no schedule on file the
      *> prize code stays blank and the POS keeps doing what it did
      *> before prizes were tiered.  While a promotion on the MM0CMP
      *> calendar is live here, its replacement code stands in for
      *> the rung earned (or for the fallback prize) and its
      *> allowance raises the rung's cap, and the campaign is named
      *> on the win so the promotion can be measured afterwards.
      *>****************************************************************
           B0015-ASSIGN-PRIZE.
           PERFORM B0016-DERIVE-TIER-NAME.
           PERFORM B0062-FIND-CAMPAIGN.
           MOVE SPACES TO chosenPrize.
           MOVE SPACES TO fallbackPrize.
           MOVE SPACES TO campaignIdCur.
           MOVE 0 TO chosenCap.

           MOVE 'N' TO przEofFlag.
           END-PERFORM.
           CLOSE PRIZE-FILE.

      *>     A live campaign for the tier replaces the earned rung's
      *>     code and adds its allowance to the rung's cap, counted
      *>     against whatever code actually goes out; a campaign
      *>     fallback replaces the schedule's
           IF chosenPrize NOT = SPACES
               AND liveTierCampaign NOT = SPACES
               THEN IF liveTierPrize NOT = SPACES
                       THEN MOVE liveTierPrize TO chosenPrize
                           MOVE liveTierCampaign TO campaignIdCur
                   END-IF
                   IF chosenCap > 0 AND liveExtraCap > 0
                       THEN IF chosenCap + liveExtraCap > 9999
                               THEN MOVE 9999 TO chosenCap
                               ELSE ADD liveExtraCap TO chosenCap
                           END-IF
                           MOVE liveTierCampaign TO campaignIdCur
                   END-IF
           END-IF.
           IF liveFallPrize NOT = SPACES
               THEN MOVE liveFallPrize TO fallbackPrize
           END-IF.

      *>     No rung fits the round at all: the fallback prize (if
      *>     any) goes out instead, uncapped
           IF chosenPrize = SPACES
               THEN MOVE fallbackPrize TO chosenPrize
                   MOVE 0 TO chosenCap
                   MOVE liveFallCampaign TO campaignIdCur
           END-IF.

           IF chosenPrize NOT = SPACES
                               THEN MOVE fallbackPrize
                                       TO chosenPrize
                                   MOVE 0 TO chosenCap
                                   MOVE liveFallCampaign
                                       TO campaignIdCur
                           END-IF
                   END-IF
           END-IF.
                           MOVE chlDigits TO chalDigits
                           MOVE chlTurns TO chalTurns
                   END-IF
                   IF NOT chlOnFile AND chlDate NOT = chlStaleNoted
                       THEN MOVE chlDate TO chlStaleNoted
                           MOVE "STALECHL" TO eventType
                           MOVE SPACES TO eventDetail
                           STRING "code dated " DELIMITED BY SIZE
                                  chlDate DELIMITED BY SIZE
                                  " ignored" DELIMITED BY SIZE
                               INTO eventDetail
                           END-STRING
                           PERFORM B0052-WRITE-EVENT
                   END-IF
           END-READ.
           CLOSE CHALLENGE-FILE.

           MOVE chosenPrize TO hldPrizeCode.
           MOVE terminalId TO hldTerminalId.
           MOVE holdReasonCode TO hldReason.
           MOVE campaignIdCur TO hldCampaignId.
           OPEN EXTEND HELD-FILE.
           WRITE hldRecord.
           CLOSE HELD-FILE.
               THEN MOVE 0 TO msgCount
                   MOVE 0 TO lngCount
                   DISPLAY "Running on the compiled-in English."
                   MOVE "FALLBACK" TO eventType
                   MOVE SPACES TO eventDetail
                   STRING "catalog rejected: " DELIMITED BY SIZE
                          msgFilePath DELIMITED BY SPACE
                       INTO eventDetail
                   END-STRING
                   PERFORM B0052-WRITE-EVENT
           END-IF.

      *>****************************************************************
           MOVE 1 TO lngIdx.
           PERFORM UNTIL lngIdx > lngCount OR msgBad
               MOVE 1 TO reqIdx
               PERFORM UNTIL reqIdx > 45 OR msgBad
                   MOVE 'N' TO reqFoundFlag
                   MOVE 1 TO msgIdx
                   PERFORM UNTIL msgIdx > msgCount
                   END-PERFORM
           END-IF.

      *>****************************************************************
      *> B0046-RESOLVE-CARD-PATH
      *>
      *> Points CARD-FILE at the MM0CRD_PATH environment variable so
      *> every terminal checks cards against the one estate-wide
      *> registry, falling back to a local MM0CRD exactly as B0009
      *> does for MM0SEQ.
      *>****************************************************************
           B0046-RESOLVE-CARD-PATH.
           MOVE "MM0CRD" TO crdFilePath.
           ACCEPT crdFilePath FROM ENVIRONMENT "MM0CRD_PATH".
           IF crdFilePath = SPACES
               THEN MOVE "MM0CRD" TO crdFilePath
           END-IF.

      *>****************************************************************
      *> B0047-CHECK-CARD
      *>
      *> Vets the loyalty id just typed before anything is booked to
      *> it: ten digits whose last is the right check digit, then one
      *> keyed read of the card registry.  An active card stands; a
      *> card merged into another plays as the surviving card, so
      *> the customer's history stays in one place whichever card
      *> they carry.  A typo, a card the registry does not know or a
      *> blocked card gets its catalog message and the round plays
      *> on as anonymous - playerId is blanked, so neither the
      *> master nor MM0WIN ever sees the id.  A blank id is left
      *> alone.
      *>****************************************************************
           B0047-CHECK-CARD.
           MOVE SPACES TO cardRejectId.
           IF playerId NOT = SPACES
               THEN IF playerId NOT NUMERIC
                       THEN MOVE "CARDBAD " TO cardRejectId
                       ELSE MOVE playerId TO chkNumber
                           MOVE 10 TO chkLen
                           PERFORM B0048-CHECK-DIGIT
                           IF playerId(10:1) NOT = chkDigit
                               THEN MOVE "CARDBAD " TO cardRejectId
                           END-IF
                   END-IF
                   IF cardRejectId = SPACES
                       THEN OPEN INPUT CARD-FILE
                           MOVE playerId TO crdCardId
                           READ CARD-FILE
                               INVALID KEY
                                   MOVE "CARDUNK " TO cardRejectId
                           END-READ
      *>                     One hop is all a merge ever needs:
      *>                     MastCard re-points older merges at the
      *>                     surviving card as it makes a new one
                           IF cardRejectId = SPACES AND crdMerged
                               THEN MOVE crdMergedInto TO playerId
                                   MOVE playerId TO crdCardId
                                   READ CARD-FILE
                                       INVALID KEY MOVE "CARDUNK "
                                           TO cardRejectId
                                   END-READ
                           END-IF
                           IF cardRejectId = SPACES
                               AND NOT crdActive
                               THEN MOVE "CARDBLK " TO cardRejectId
                           END-IF
                           CLOSE CARD-FILE
                   END-IF
           END-IF.
           IF cardRejectId NOT = SPACES
               THEN DISPLAY " "
                   MOVE cardRejectId TO msgWantedId
                   MOVE SPACES TO msgDefault
                   IF cardRejectId = "CARDBAD "
                       THEN MOVE "That card number does not check out."
                           TO msgDefault
                   END-IF
                   IF cardRejectId = "CARDUNK "
                       THEN MOVE "That card is not registered with us."
                           TO msgDefault
                   END-IF
                   IF cardRejectId = "CARDBLK "
                       THEN STRING "That card has been blocked -"
                               " please see the attendant."
                               DELIMITED BY SIZE INTO msgDefault
                           END-STRING
                   END-IF
                   PERFORM B0036-SHOW-MESSAGE
                   MOVE "CARDANON" TO msgWantedId
                   MOVE SPACES TO msgDefault
                   STRING "Playing on without a card - nothing from"
                       " this round goes to a card."
                       DELIMITED BY SIZE INTO msgDefault
                   END-STRING
                   PERFORM B0036-SHOW-MESSAGE
                   MOVE SPACES TO playerId
           END-IF.

      *>****************************************************************
      *> B0048-CHECK-DIGIT
      *>
      *> Works out the check digit the first chkLen - 1 digits of
      *> chkNumber call for: from the rightmost payload digit
      *> leftwards every other digit is doubled (nine taken off a
      *> two-digit result), everything is summed, and the check
      *> digit is what brings the sum up to a multiple of ten.  It
      *> catches every single-digit error and every adjacent
      *> transposition except 09/90.
      *>****************************************************************
           B0048-CHECK-DIGIT.
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
      *> B0049-RESOLVE-VOUCHER-PATH
      *>
      *> Points VOUCHER-SEQ-FILE at the MM0VSQ_PATH environment
      *> variable so every terminal in the estate draws voucher
      *> numbers off the one counter, falling back to a bare
      *> "MM0VSQ" in the terminal's own run directory when the
      *> variable is not set, exactly as B0009 does for MM0SEQ.
      *>****************************************************************
           B0049-RESOLVE-VOUCHER-PATH.
           MOVE "MM0VSQ" TO vsqFilePath.
           ACCEPT vsqFilePath FROM ENVIRONMENT "MM0VSQ_PATH".
           IF vsqFilePath = SPACES
               THEN MOVE "MM0VSQ" TO vsqFilePath
           END-IF.

      *>****************************************************************
      *> B0050-ISSUE-VOUCHER
      *>
      *> Bumps the shared voucher counter the way B0007 bumps
      *> MM0SEQ and hands back the new voucher number in voucherNo:
      *> the eleven-digit counter followed by its check digit.
      *>****************************************************************
           B0050-ISSUE-VOUCHER.
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
           PERFORM B0048-CHECK-DIGIT.
           MOVE chkNumber(1:11) TO voucherNo(1:11).
           MOVE chkDigit TO voucherNo(12:1).

      *>****************************************************************
      *> B0051-REGISTER-VOUCHER
      *>
      *> Appends the voucher just booked onto MM0WIN to the voucher
      *> register as issued, opened and closed around the write so
      *> the record is on disk before the customer walks away.
      *>****************************************************************
           B0051-REGISTER-VOUCHER.
           MOVE voucherNo TO vchVoucherNo.
           MOVE 'I' TO vchStatus.
           MOVE winTimestamp(1:8) TO vchIssueDate.
           MOVE winTimestamp(1:8) TO vchStatusDate.
           MOVE winPlayerId TO vchPlayerId.
           MOVE winSecretCode TO vchSecretCode.
           MOVE winTimestamp TO vchWinTimestamp.
           MOVE winTerminalId TO vchTerminalId.
           MOVE winPrizeCode TO vchPrizeCode.
           MOVE "KIOSK" TO vchOperatorId.
           MOVE SPACES TO vchReason.
           OPEN EXTEND VOUCHER-FILE.
           WRITE vchRecord.
           CLOSE VOUCHER-FILE.

      *>****************************************************************
      *> B0052-WRITE-EVENT
      *>
      *> Appends one record to the operational event journal - the
      *> caller leaves the event type and detail in eventType and
      *> eventDetail - opened and closed around the write like the
      *> voucher register, so a kiosk that loses power a moment
      *> later still leaves the record behind.  Refreshes timestamp
      *> on the way, so it is only called from start-up, the
      *> welcome screen and shutdown, never mid-round.
      *>****************************************************************
           B0052-WRITE-EVENT.
           PERFORM B0012-STAMP-TIME.
           MOVE terminalId TO evtTerminalId.
           MOVE timestamp TO evtTimestamp.
           MOVE eventType TO evtType.
           MOVE eventDetail TO evtDetail.
           OPEN EXTEND EVENT-FILE.
           WRITE evtRecord.
           CLOSE EVENT-FILE.

      *>****************************************************************
      *> B0053-APPLY-STAGED
      *>
      *> Applies the config and tier changes MastMaint scheduled on
      *> MM0STG whose effective time has come.  Of the changes of
      *> one type due together (a kiosk that was down when several
      *> fell due), the latest-dated is applied and the rest are
      *> marked superseded, so the kiosk ends up where it would
      *> have been had it been running all along.  Nothing due,
      *> nothing touched: the usual case costs one read of a short
      *> file.
      *>****************************************************************
           B0053-APPLY-STAGED.
           PERFORM B0012-STAMP-TIME.
           MOVE timestamp TO applyTs.
           MOVE 0 TO dueCount.
           MOVE 0 TO dueCfgNo.
           MOVE SPACES TO dueCfgTs.
           MOVE 0 TO dueTovNo.
           MOVE SPACES TO dueTovTs.
           MOVE 'N' TO stgEofFlag.
           OPEN INPUT STAGE-FILE.
           PERFORM UNTIL stgEof
               READ STAGE-FILE
                   AT END MOVE 'Y' TO stgEofFlag
                   NOT AT END
                       IF stgPending AND stgChangeNo NUMERIC
                           AND stgEffectiveTs NOT > applyTs
                           THEN ADD 1 TO dueCount
                               PERFORM B0054-NOTE-DUE-CHANGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STAGE-FILE.
           IF dueCount > 0
               THEN IF dueCfgNo > 0
                       THEN PERFORM B0055-APPLY-CONFIG
                   END-IF
                   IF dueTovNo > 0
                       THEN PERFORM B0056-APPLY-TIERS
                   END-IF
                   PERFORM B0057-CLOSE-STAGED
           END-IF.

      *>****************************************************************
      *> B0054-NOTE-DUE-CHANGE
      *>
      *> Weighs one due record against the change of its type kept
      *> so far: a later effective time (or the same time and a
      *> later change number) takes over.  A tier change takes over
      *> from the presets in force, so a tier its records somehow
      *> lack is left as it is.
      *>****************************************************************
           B0054-NOTE-DUE-CHANGE.
           IF stgConfig
               AND (stgEffectiveTs > dueCfgTs
                   OR (stgEffectiveTs = dueCfgTs
                       AND stgChangeNo > dueCfgNo))
               THEN MOVE stgChangeNo TO dueCfgNo
                   MOVE stgEffectiveTs TO dueCfgTs
                   MOVE stgOperatorId TO dueCfgOperator
                   MOVE stgLevel TO dueCfgLevel
                   MOVE stgDigits TO dueCfgDigits
                   MOVE stgTurns TO dueCfgTurns
           END-IF.
           IF stgTiers AND stgTierSub > 0 AND stgTierSub < 4
               THEN IF stgChangeNo NOT = dueTovNo
                       AND (stgEffectiveTs > dueTovTs
                           OR (stgEffectiveTs = dueTovTs
                               AND stgChangeNo > dueTovNo))
                       THEN MOVE stgChangeNo TO dueTovNo
                           MOVE stgEffectiveTs TO dueTovTs
                           MOVE stgOperatorId TO dueTovOperator
                           MOVE tierTable TO dueTierTable
                   END-IF
                   IF stgChangeNo = dueTovNo
                       THEN MOVE stgLevel
                               TO dueTierLevel(stgTierSub)
                           MOVE stgDigits
                               TO dueTierDigits(stgTierSub)
                           MOVE stgTurns
                               TO dueTierTurns(stgTierSub)
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0055-APPLY-CONFIG
      *>
      *> Writes the due config change to MM0CFG under this kiosk's
      *> own terminal id - scheduling never changes that - and
      *> reloads it through B0003, clamps and all, then journals the
      *> three knobs against what MM0CFG held before (NONE when the
      *> kiosk had no config record and ran on its defaults).
      *>****************************************************************
           B0055-APPLY-CONFIG.
           MOVE "NONE" TO priorLevel.
           MOVE "NONE" TO priorDigits.
           MOVE "NONE" TO priorTurns.
           OPEN INPUT CONFIG-FILE.
           READ CONFIG-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE cfgLevel TO priorLevel
                   MOVE cfgDigits TO priorDigits
                   MOVE cfgTurns TO priorTurns
           END-READ.
           CLOSE CONFIG-FILE.
           MOVE terminalId TO cfgTerminalId.
           MOVE dueCfgLevel TO cfgLevel.
           MOVE dueCfgDigits TO cfgDigits.
           MOVE dueCfgTurns TO cfgTurns.
           OPEN OUTPUT CONFIG-FILE.
           WRITE cfgRecord.
           CLOSE CONFIG-FILE.
           PERFORM B0003-READ-CONFIG.

           MOVE dueCfgOperator TO chjOperatorId.
           MOVE "APL" TO chjAction.
           MOVE dueCfgNo TO chjChangeNo.
           MOVE dueCfgTs TO chjEffectiveTs.
           MOVE "MM0CFG" TO chjSubject.
           MOVE "LEVEL" TO chjField.
           MOVE priorLevel TO chjBefore.
           MOVE dueCfgLevel TO chjAfter.
           PERFORM B0058-WRITE-JOURNAL.
           MOVE "DIGITS" TO chjField.
           MOVE priorDigits TO chjBefore.
           MOVE dueCfgDigits TO chjAfter.
           PERFORM B0058-WRITE-JOURNAL.
           MOVE "TURNS" TO chjField.
           MOVE priorTurns TO chjBefore.
           MOVE dueCfgTurns TO chjAfter.
           PERFORM B0058-WRITE-JOURNAL.

      *>****************************************************************
      *> B0056-APPLY-TIERS
      *>
      *> Rewrites MM0TOV with the due set of tier presets and folds
      *> it in through B0014, which range-checks it as at startup,
      *> then journals every preset against the one in force before.
      *>****************************************************************
           B0056-APPLY-TIERS.
           MOVE tierTable TO priorTierTable.
           OPEN OUTPUT TIER-OVERRIDE-FILE.
           MOVE 1 TO dueSub.
           PERFORM UNTIL dueSub > 3
               MOVE dueSub TO tovTierSub
               MOVE dueTierLevel(dueSub) TO tovLevel
               MOVE dueTierDigits(dueSub) TO tovDigits
               MOVE dueTierTurns(dueSub) TO tovTurns
               WRITE tovRecord
               ADD 1 TO dueSub
           END-PERFORM.
           CLOSE TIER-OVERRIDE-FILE.
           PERFORM B0014-READ-TIER-OVERRIDES.

           MOVE dueTovOperator TO chjOperatorId.
           MOVE "APL" TO chjAction.
           MOVE dueTovNo TO chjChangeNo.
           MOVE dueTovTs TO chjEffectiveTs.
           MOVE 1 TO dueSub.
           PERFORM UNTIL dueSub > 3
               MOVE SPACES TO chjSubject
               STRING "MM0TOV TIER " DELIMITED BY SIZE
                      dueSub DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      tierName(dueSub) DELIMITED BY SIZE
                   INTO chjSubject
               END-STRING
               MOVE "LEVEL" TO chjField
               MOVE priorTierLevel(dueSub) TO chjBefore
               MOVE tierLevel(dueSub) TO chjAfter
               PERFORM B0058-WRITE-JOURNAL
               MOVE "DIGITS" TO chjField
               MOVE priorTierDigits(dueSub) TO chjBefore
               MOVE tierDigits(dueSub) TO chjAfter
               PERFORM B0058-WRITE-JOURNAL
               MOVE "TURNS" TO chjField
               MOVE priorTierTurns(dueSub) TO chjBefore
               MOVE tierTurns(dueSub) TO chjAfter
               PERFORM B0058-WRITE-JOURNAL
               ADD 1 TO dueSub
           END-PERFORM.

      *>****************************************************************
      *> B0057-CLOSE-STAGED
      *>
      *> Copies MM0STG through MM0STGW with every change that fell
      *> due marked applied or superseded under this terminal and
      *> the stamp the check ran at, journalling each superseded
      *> change once, then copies it back whole and empties the
      *> scratch copy - the same two-pass rewrite MastMaint cancels
      *> a change through.
      *>****************************************************************
           B0057-CLOSE-STAGED.
           MOVE 'N' TO stgEofFlag.
           OPEN INPUT STAGE-FILE.
           OPEN OUTPUT STAGE-WORK-FILE.
           PERFORM UNTIL stgEof
               READ STAGE-FILE
                   AT END MOVE 'Y' TO stgEofFlag
                   NOT AT END
                       IF stgPending AND stgChangeNo NUMERIC
                           AND stgEffectiveTs NOT > applyTs
                           THEN IF (stgConfig
                                       AND stgChangeNo = dueCfgNo)
                                   OR (stgTiers
                                       AND stgChangeNo = dueTovNo)
                                   THEN MOVE 'A' TO stgStatus
                                   ELSE MOVE 'S' TO stgStatus
                                       IF stgTierSub < 2
                                           THEN PERFORM
                                               B0059-JOURNAL-SUPERSEDED
                                       END-IF
                               END-IF
                               MOVE applyTs TO stgStatusTs
                               MOVE terminalId TO stgStatusBy
                       END-IF
                       MOVE stgRecord TO stgWorkRecord
                       WRITE stgWorkRecord
               END-READ
           END-PERFORM.
           CLOSE STAGE-WORK-FILE.
           CLOSE STAGE-FILE.

           MOVE 'N' TO stgEofFlag.
           OPEN INPUT STAGE-WORK-FILE.
           OPEN OUTPUT STAGE-FILE.
           PERFORM UNTIL stgEof
               READ STAGE-WORK-FILE
                   AT END MOVE 'Y' TO stgEofFlag
                   NOT AT END
                       MOVE stgWorkRecord TO stgRecord
                       WRITE stgRecord
               END-READ
           END-PERFORM.
           CLOSE STAGE-FILE.
           CLOSE STAGE-WORK-FILE.
           OPEN OUTPUT STAGE-WORK-FILE.
           CLOSE STAGE-WORK-FILE.

      *>****************************************************************
      *> B0058-WRITE-JOURNAL
      *>
      *> Appends one record to the change journal under this
      *> terminal and the stamp the due check ran at; the caller
      *> leaves the rest on chjRecord.  Opened and closed around the
      *> write like the event journal.
      *>****************************************************************
           B0058-WRITE-JOURNAL.
           MOVE terminalId TO chjTerminalId.
           MOVE applyTs TO chjTimestamp.
           OPEN EXTEND JOURNAL-FILE.
           WRITE chjRecord.
           CLOSE JOURNAL-FILE.

      *>****************************************************************
      *> B0059-JOURNAL-SUPERSEDED
      *>
      *> Journals the scheduled change in stgRecord as superseded by
      *> a later-dated one that fell due with it.
      *>****************************************************************
           B0059-JOURNAL-SUPERSEDED.
           MOVE stgOperatorId TO chjOperatorId.
           MOVE "SUP" TO chjAction.
           MOVE stgChangeNo TO chjChangeNo.
           MOVE stgEffectiveTs TO chjEffectiveTs.
           IF stgConfig
               THEN MOVE "MM0CFG" TO chjSubject
               ELSE MOVE "MM0TOV" TO chjSubject
           END-IF.
           MOVE "STATUS" TO chjField.
           MOVE "P" TO chjBefore.
           MOVE "S" TO chjAfter.
           PERFORM B0058-WRITE-JOURNAL.

      *>****************************************************************
      *> B0060-RESOLVE-CAMPAIGN-PATH
      *>
      *> Points CAMPAIGN-FILE at the MM0CMP_PATH environment
      *> variable so marketing's one calendar drives the whole
      *> estate, falling back to a local MM0CMP exactly as B0009
      *> does for MM0SEQ.
      *>****************************************************************
           B0060-RESOLVE-CAMPAIGN-PATH.
           MOVE "MM0CMP" TO cmpFilePath.
           ACCEPT cmpFilePath FROM ENVIRONMENT "MM0CMP_PATH".
           IF cmpFilePath = SPACES
               THEN MOVE "MM0CMP" TO cmpFilePath
           END-IF.

      *>****************************************************************
      *> B0061-LOAD-SITE
      *>
      *> Looks this terminal up on the MM0SIT site master (shared
      *> through MM0SIT_PATH, with a local fallback) for the site
      *> it stands in, so site-wide campaigns reach it.  A terminal
      *> the master does not place - or a kiosk with no master at
      *> all - is only ever reached by estate-wide campaigns and
      *> its own.
      *>****************************************************************
           B0061-LOAD-SITE.
           MOVE "MM0SIT" TO sitFilePath.
           ACCEPT sitFilePath FROM ENVIRONMENT "MM0SIT_PATH".
           IF sitFilePath = SPACES
               THEN MOVE "MM0SIT" TO sitFilePath
           END-IF.
           MOVE SPACES TO kioskSiteId.
           MOVE 'N' TO cmpEofFlag.
           OPEN INPUT SITE-FILE.
           PERFORM UNTIL cmpEof
               READ SITE-FILE
                   AT END MOVE 'Y' TO cmpEofFlag
                   NOT AT END
                       IF sitTerminalId = terminalId
                           AND kioskSiteId = SPACES
                           THEN MOVE sitSiteId TO kioskSiteId
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SITE-FILE.

      *>****************************************************************
      *> B0062-FIND-CAMPAIGN
      *>
      *> Reads the calendar top to bottom for the campaign records
      *> live at this terminal at the moment the win was stamped:
      *> the first for the round's tier (or for every tier) and the
      *> first FALLBACK record with a prize on it.  Read fresh at
      *> every win, like the schedule, so a promotion starts and
      *> stops on the minute without a restart.  No calendar, or
      *> nothing live, leaves the schedule exactly as it stands.
      *>****************************************************************
           B0062-FIND-CAMPAIGN.
           MOVE SPACES TO liveTierCampaign.
           MOVE SPACES TO liveTierPrize.
           MOVE 0 TO liveExtraCap.
           MOVE SPACES TO liveFallCampaign.
           MOVE SPACES TO liveFallPrize.
           MOVE timestamp(1:8) TO cmpRoundDate.
           MOVE timestamp(10:4) TO cmpRoundTime.
           COMPUTE cmpRoundDay =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(cmpRoundDate)
                   - 1, 7) + 1.

           MOVE 'N' TO cmpEofFlag.
           OPEN INPUT CAMPAIGN-FILE.
           PERFORM UNTIL cmpEof
               READ CAMPAIGN-FILE
                   AT END MOVE 'Y' TO cmpEofFlag
                   NOT AT END
                       PERFORM B0063-CHECK-CAMPAIGN-ENTRY
                       IF cmpLive
                           THEN IF cmpTierName = "FALLBACK"
                               THEN IF liveFallCampaign = SPACES
                                   AND cmpPrizeCode NOT = SPACES
                                   THEN MOVE cmpCampaignId
                                           TO liveFallCampaign
                                       MOVE cmpPrizeCode
                                           TO liveFallPrize
                               END-IF
                               ELSE IF liveTierCampaign = SPACES
                                   AND (cmpTierName = tierNameCur
                                       OR cmpTierName = SPACES)
                                   THEN MOVE cmpCampaignId
                                           TO liveTierCampaign
                                       MOVE cmpPrizeCode
                                           TO liveTierPrize
                                       MOVE cmpExtraCap
                                           TO liveExtraCap
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CAMPAIGN-FILE.

      *>****************************************************************
      *> B0063-CHECK-CAMPAIGN-ENTRY
      *>
      *> Decides whether the calendar record in hand is live for
      *> this round: in scope for this terminal, inside its date
      *> range on a marked weekday, and inside its hours.  A record
      *> with mangled dates, times or allowance is never live, so a
      *> typo cannot hand out the wrong prize.
      *>****************************************************************
           B0063-CHECK-CAMPAIGN-ENTRY.
           MOVE 'N' TO cmpLiveFlag.
           IF cmpFromDate NUMERIC AND cmpToDate NUMERIC
               AND cmpStartTime NUMERIC AND cmpEndTime NUMERIC
               AND cmpExtraCap NUMERIC
               AND cmpCampaignId NOT = SPACES
               AND cmpRoundDate NOT < cmpFromDate
               AND cmpRoundDate NOT > cmpToDate
               AND cmpRoundTime NOT < cmpStartTime
               AND cmpRoundTime < cmpEndTime
               AND (cmpWeekdays = SPACES
                   OR cmpWeekdays(cmpRoundDay:1) = 'Y')
               THEN IF cmpEstate
                       OR (cmpSite AND cmpScopeId = kioskSiteId
                           AND kioskSiteId NOT = SPACES)
                       OR (cmpTerminal AND cmpScopeId = terminalId)
                       THEN MOVE 'Y' TO cmpLiveFlag
                   END-IF
           END-IF.

       END PROGRAM Mastermind.
