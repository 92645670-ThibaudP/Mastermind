       IDENTIFICATION DIVISION.
       PROGRAM-ID. MastInteg.

      *>****************************************************************
      *> MastInteg - daily-challenge answer-sharing scan
      *>
      *> The code of the day is the same on every terminal all day,
      *> so whoever cracks it can pass it on and a friend can walk up
      *> to another kiosk and win at once.  This pass looks over one
      *> business date's challenge rounds, gathered estate-wide by
      *> run_integrity_scan.sh, before the headline prize is paid:
      *>
      *>   MM0LOG  the day's rounds (only 'C' rounds are read)
      *>   MM0DTL  the day's turn details, tied to their round by
      *>           terminal id and round start stamp
      *>   MM0SIT  the site master (MM0SIT_PATH), placing terminals
      *>
      *> and raises a flag (see MM0FLG) against a carded solve when:
      *>
      *>   NOX  fewer than MM0ICS_EXPLORE (default 1) exploratory
      *>        guesses came before the winning one - a guess counts
      *>        as exploratory when it differs from every guess
      *>        before it in the round; a round with no turn detail
      *>        can only be judged when it was won on turn 1
      *>   FOL  it came within MM0ICS_GAP minutes (default 30) after
      *>        another player's solve on a terminal at the same
      *>        site, or on the same terminal when the site master
      *>        does not place it
      *>   SEQ  its whole hashed guess sequence, two guesses or
      *>        more, is the same as another player's round (a one
      *>        guess sequence is just the code, which NOX covers)
      *>
      *> Flags go to MM0FLG for MastChalRep to mark on the ranking,
      *> and are listed here with the round they point at.  Uncarded
      *> solves cannot be paid the prize and are not flagged, but
      *> they still count as the earlier solve or the matching
      *> sequence for a carded one.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SITE-FILE ASSIGN TO DYNAMIC sitFilePath
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RESULTS-FILE ASSIGN TO "MM0LOG"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DETAIL-FILE ASSIGN TO "MM0DTL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FLAG-FILE ASSIGN TO "MM0FLG"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SITE-FILE.
           COPY MM0SIT.

       FD  RESULTS-FILE.
           COPY MM0LOG.

       FD  DETAIL-FILE.
           COPY MM0DTL.

       FD  FLAG-FILE.
           COPY MM0FLG.

       WORKING-STORAGE SECTION.

           77 eofFlag PIC X(01) VALUE 'N'.
               88 eof VALUE 'Y'.

      *>     The site master defaults to the run directory until
      *>     A0001 overrides it from MM0SIT_PATH
           77 sitFilePath PIC X(100) VALUE "MM0SIT".

           77 busDate PIC X(08) VALUE SPACES.
           77 gapAnswer PIC X(03) VALUE SPACES.
           77 gapMinutes PIC 9(03) VALUE 30.
           77 gapSeconds PIC 9(05) VALUE 0.
           77 exploreAnswer PIC X(01) VALUE SPACE.
           77 exploreMin PIC 9(01) VALUE 1.

      *>     The site master, terminal by terminal
           77 stMax PIC 9(03) VALUE 200.
           77 stCount PIC 9(03) VALUE 0.
           01 siteTable.
               05 siteEntry OCCURS 200 TIMES.
                   10 stTerminal PIC X(08).
                   10 stSite PIC X(08).
           77 stIdx PIC 9(03).

      *>     One entry per challenge round: its key, player, outcome,
      *>     when it ended (also as seconds for the gap test), the
      *>     site it was played at, and what the turn details showed
      *>     - guesses scored, the exploratory ones before the win,
      *>     the turn the win came on, and the guess hashes in play
      *>     order (the digits after HSH), the first rndSeqMax of
      *>     them kept; unused slots stay spaces so two sequences
      *>     compare as a whole
           77 rndMax PIC 9(04) VALUE 2000.
           77 rndCount PIC 9(04) VALUE 0.
           77 rndOverflow PIC 9(06) VALUE 0.
           77 rndSeqMax PIC 9(02) VALUE 20.
           01 roundTable.
               05 roundEntry OCCURS 2000 TIMES.
                   10 rndTerminal PIC X(08).
                   10 rndStart PIC X(15).
                   10 rndPlayer PIC X(10).
                   10 rndWinFlag PIC X(01).
                   10 rndFinalTurn PIC 9(02).
                   10 rndEnd PIC X(15).
                   10 rndEndSecs PIC 9(11).
                   10 rndSite PIC X(08).
                   10 rndGuesses PIC 9(02).
                   10 rndExplore PIC 9(02).
                   10 rndWinPos PIC 9(02).
                   10 rndSeq.
                       15 rndGuess PIC X(09) OCCURS 20 TIMES.
           77 rndIdx PIC 9(04).
           77 rndOther PIC 9(04).
           77 rndPick PIC 9(04).
           77 rndSlot PIC 9(04).
           77 rndLast PIC 9(04) VALUE 0.
           77 gsIdx PIC 9(02).
           77 gsLimit PIC 9(02).
           77 gsSeenFlag PIC X(01) VALUE 'N'.
               88 gsSeen VALUE 'Y'.

      *>     Carded solvers flagged at least once, so the hold count
      *>     is of players rather than of flags
           77 hldMax PIC 9(04) VALUE 500.
           77 hldCount PIC 9(04) VALUE 0.
           77 hldOverflow PIC 9(06) VALUE 0.
           01 heldTable.
               05 heldEntry OCCURS 500 TIMES.
                   10 hldPlayer PIC X(10).
           77 hldIdx PIC 9(04).
           77 hldFoundFlag PIC X(01) VALUE 'N'.
               88 hldFound VALUE 'Y'.

           77 challengeRounds PIC 9(06) VALUE 0.
           77 challengeSolves PIC 9(06) VALUE 0.
           77 cardedSolves PIC 9(06) VALUE 0.
           77 detailRounds PIC 9(06) VALUE 0.
           77 detailRecords PIC 9(06) VALUE 0.
           77 unkeyedRounds PIC 9(06) VALUE 0.
           77 unkeyedDetails PIC 9(06) VALUE 0.
           77 unmatchedDetails PIC 9(06) VALUE 0.
           77 undetailedSolves PIC 9(06) VALUE 0.
           77 noxCount PIC 9(06) VALUE 0.
           77 folCount PIC 9(06) VALUE 0.
           77 seqCount PIC 9(06) VALUE 0.

      *>     The stamp being turned into seconds
           77 stampWanted PIC X(15).
           77 stampSecs PIC 9(11).
           77 stampDate PIC 9(08).
           77 stampInt PIC 9(07).
           77 stampHh PIC 9(02).
           77 stampMm PIC 9(02).
           77 stampSs PIC 9(02).

           77 otherDisp PIC X(10).
           77 measureDisp PIC Z(03)9.

       PROCEDURE DIVISION.

           A0001-INITIALIZE.
           ACCEPT busDate FROM ENVIRONMENT "MM0ICS_DATE".
           IF busDate = SPACES
               THEN ACCEPT busDate FROM DATE YYYYMMDD
           END-IF.
           ACCEPT gapAnswer FROM ENVIRONMENT "MM0ICS_GAP".
           IF gapAnswer(1:1) NUMERIC
               THEN COMPUTE gapMinutes = FUNCTION NUMVAL(gapAnswer)
           END-IF.
           IF gapMinutes < 1
               THEN MOVE 30 TO gapMinutes
           END-IF.
           COMPUTE gapSeconds = gapMinutes * 60.
           ACCEPT exploreAnswer FROM ENVIRONMENT "MM0ICS_EXPLORE".
           IF exploreAnswer NUMERIC AND exploreAnswer NOT = '0'
               THEN MOVE exploreAnswer TO exploreMin
           END-IF.
           MOVE "MM0SIT" TO sitFilePath.
           ACCEPT sitFilePath FROM ENVIRONMENT "MM0SIT_PATH".
           IF sitFilePath = SPACES
               THEN MOVE "MM0SIT" TO sitFilePath
           END-IF.

           A0002-LOAD-SITES.
           MOVE 'N' TO eofFlag.
           OPEN INPUT SITE-FILE.
           PERFORM UNTIL eof
               READ SITE-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END
                       IF stCount < stMax
                           THEN ADD 1 TO stCount
                               MOVE sitTerminalId
                                   TO stTerminal(stCount)
                               MOVE sitSiteId TO stSite(stCount)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SITE-FILE.

           A0003-LOAD-ROUNDS.
           MOVE 'N' TO eofFlag.
           OPEN INPUT RESULTS-FILE.
           PERFORM UNTIL eof
               READ RESULTS-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END
                       IF logChallengeRound
                           THEN PERFORM B0001-STORE-ROUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESULTS-FILE.

           A0004-LOAD-DETAILS.
           MOVE 'N' TO eofFlag.
           OPEN INPUT DETAIL-FILE.
           PERFORM UNTIL eof
               READ DETAIL-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END
                       IF dtlChallengeRound
                           THEN PERFORM B0002-APPLY-DETAIL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DETAIL-FILE.
           MOVE 1 TO rndIdx.
           PERFORM UNTIL rndIdx > rndCount
               IF rndGuesses(rndIdx) > 0
                   THEN ADD 1 TO detailRounds
               END-IF
               ADD 1 TO rndIdx
           END-PERFORM.

           A0005-SCAN-SOLVES.
           DISPLAY " ".
           DISPLAY "===== Daily Challenge - Integrity Scan - "
               busDate " =====".
           DISPLAY "Challenge rounds played . : " challengeRounds.
           DISPLAY "Solves .................. : " challengeSolves
               " (" cardedSolves " carded)".
           DISPLAY "Rounds with turn detail . : " detailRounds.
           DISPLAY "Checks: fewer than " exploreMin
               " exploratory guess(es); a solve within "
               gapMinutes " min of another".
           DISPLAY "        at the same site; a guess sequence"
               " repeated by another player.".
           DISPLAY " ".
           OPEN OUTPUT FLAG-FILE.
           MOVE 1 TO rndIdx.
           PERFORM UNTIL rndIdx > rndCount
               IF rndWinFlag(rndIdx) = 'W'
                   AND rndPlayer(rndIdx) NOT = SPACES
                   THEN PERFORM B0004-CHECK-EXPLORE
                       PERFORM B0005-CHECK-FOLLOW
                       PERFORM B0006-CHECK-SEQUENCE
               END-IF
               ADD 1 TO rndIdx
           END-PERFORM.
           CLOSE FLAG-FILE.

           A0006-PRINT-TOTALS.
           IF noxCount + folCount + seqCount = 0
               THEN DISPLAY "No carded solve raised a flag."
           END-IF.
           DISPLAY " ".
           DISPLAY "Flags: NOX " noxCount "  FOL " folCount
               "  SEQ " seqCount.
           DISPLAY "Solvers to hold pending review : " hldCount.
           IF undetailedSolves > 0
               THEN DISPLAY "Carded solves with no turn detail"
                       " (exploration not judged) : "
                       undetailedSolves
           END-IF.
           IF unkeyedRounds > 0 OR unkeyedDetails > 0
               THEN DISPLAY "Rounds / details with no round key"
                       " (written before keys were kept) : "
                       unkeyedRounds " / " unkeyedDetails
           END-IF.
           IF unmatchedDetails > 0
               THEN DISPLAY "Details matching no round on the log : "
                       unmatchedDetails
           END-IF.
           IF rndOverflow > 0
               THEN DISPLAY "Rounds dropped (table full) : "
                       rndOverflow
           END-IF.
           IF hldOverflow > 0
               THEN DISPLAY "Flagged solvers past the hold table : "
                       hldOverflow " (hold count understated)"
           END-IF.
           DISPLAY " ".

           Z0001-TERMINATE.
           STOP RUN.

      *>****************************************************************
      *> B0001-STORE-ROUND
      *>
      *> Files one challenge round: its key, player and outcome, the
      *> end stamp in seconds (zero when the stamp is mangled, which
      *> keeps it out of the gap test) and the site its terminal
      *> stands in.
      *>****************************************************************
           B0001-STORE-ROUND.
           ADD 1 TO challengeRounds.
           IF logWin
               THEN ADD 1 TO challengeSolves
                   IF logPlayerId NOT = SPACES
                       THEN ADD 1 TO cardedSolves
                   END-IF
           END-IF.
           IF logRoundStart = SPACES
               THEN ADD 1 TO unkeyedRounds
           END-IF.
           IF rndCount NOT < rndMax
               THEN ADD 1 TO rndOverflow
               ELSE ADD 1 TO rndCount
                   MOVE logTerminalId TO rndTerminal(rndCount)
                   MOVE logRoundStart TO rndStart(rndCount)
                   MOVE logPlayerId TO rndPlayer(rndCount)
                   MOVE logWinLoseFlag TO rndWinFlag(rndCount)
                   MOVE 0 TO rndFinalTurn(rndCount)
                   IF logFinalTurn NUMERIC
                       THEN MOVE logFinalTurn TO rndFinalTurn(rndCount)
                   END-IF
                   MOVE logTimestamp TO rndEnd(rndCount)
                   MOVE logTimestamp TO stampWanted
                   PERFORM B0008-STAMP-SECONDS
                   MOVE stampSecs TO rndEndSecs(rndCount)
                   MOVE SPACES TO rndSite(rndCount)
                   MOVE 1 TO stIdx
                   PERFORM UNTIL stIdx > stCount
                       IF stTerminal(stIdx) = logTerminalId
                           THEN MOVE stSite(stIdx) TO rndSite(rndCount)
                               MOVE stCount TO stIdx
                       END-IF
                       ADD 1 TO stIdx
                   END-PERFORM
                   MOVE 0 TO rndGuesses(rndCount)
                   MOVE 0 TO rndExplore(rndCount)
                   MOVE 0 TO rndWinPos(rndCount)
                   MOVE SPACES TO rndSeq(rndCount)
           END-IF.

      *>****************************************************************
      *> B0002-APPLY-DETAIL
      *>
      *> Adds one scored challenge guess to its round.  Until the
      *> winning guess (every peg a hit) turns up, a guess unlike
      *> any before it in the round counts as exploratory; guesses
      *> past the kept sequence are counted without comparison.
      *>****************************************************************
           B0002-APPLY-DETAIL.
           ADD 1 TO detailRecords.
           IF dtlRoundStart = SPACES
               THEN ADD 1 TO unkeyedDetails
               ELSE PERFORM B0003-FIND-ROUND
                   IF rndSlot = 0
                       THEN ADD 1 TO unmatchedDetails
                       ELSE PERFORM B0007-ADD-GUESS
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0003-FIND-ROUND
      *>
      *> Finds the detail's round by terminal id and start stamp.
      *> A round's details sit together on the file, so the round
      *> the last detail matched is tried before the search.
      *>****************************************************************
           B0003-FIND-ROUND.
           MOVE 0 TO rndSlot.
           IF rndLast > 0
               THEN IF rndTerminal(rndLast) = dtlTerminalId
                       AND rndStart(rndLast) = dtlRoundStart
                       THEN MOVE rndLast TO rndSlot
                   END-IF
           END-IF.
           IF rndSlot = 0
               THEN MOVE 1 TO rndIdx
                   PERFORM UNTIL rndIdx > rndCount
                       IF rndTerminal(rndIdx) = dtlTerminalId
                           AND rndStart(rndIdx) = dtlRoundStart
                           THEN MOVE rndIdx TO rndSlot
                               MOVE rndCount TO rndIdx
                       END-IF
                       ADD 1 TO rndIdx
                   END-PERFORM
           END-IF.
           IF rndSlot > 0
               THEN MOVE rndSlot TO rndLast
           END-IF.

      *>****************************************************************
      *> B0004-CHECK-EXPLORE
      *>
      *> NOX: too few exploratory guesses before the winning one.  A
      *> round with no turn detail has nothing to judge unless it
      *> was won on turn 1, when there can have been none.
      *>****************************************************************
           B0004-CHECK-EXPLORE.
           IF rndGuesses(rndIdx) = 0
               THEN IF rndFinalTurn(rndIdx) = 1
                       THEN MOVE 0 TO flgMeasure
                           MOVE "NOX" TO flgCode
                           MOVE 0 TO rndOther
                           PERFORM B0009-WRITE-FLAG
                       ELSE ADD 1 TO undetailedSolves
                   END-IF
               ELSE IF rndExplore(rndIdx) < exploreMin
                       THEN MOVE rndExplore(rndIdx) TO flgMeasure
                           MOVE "NOX" TO flgCode
                           MOVE 0 TO rndOther
                           PERFORM B0009-WRITE-FLAG
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0005-CHECK-FOLLOW
      *>
      *> FOL: the nearest earlier solve by anyone else at the same
      *> site (or on the same terminal, when the site master does
      *> not place it) inside the gap.  Solves in the same second
      *> are not taken as one following the other.
      *>****************************************************************
           B0005-CHECK-FOLLOW.
           MOVE 0 TO rndPick.
           IF rndEndSecs(rndIdx) > 0
               THEN MOVE 1 TO rndOther
                   PERFORM UNTIL rndOther > rndCount
                       IF rndOther NOT = rndIdx
                           AND rndWinFlag(rndOther) = 'W'
                           AND rndPlayer(rndOther)
                               NOT = rndPlayer(rndIdx)
                           AND rndEndSecs(rndOther) > 0
                           AND rndEndSecs(rndOther)
                               < rndEndSecs(rndIdx)
                           AND rndEndSecs(rndIdx) - rndEndSecs(rndOther)
                               NOT > gapSeconds
                           AND (rndTerminal(rndOther)
                                   = rndTerminal(rndIdx)
                               OR (rndSite(rndIdx) NOT = SPACES
                                   AND rndSite(rndOther)
                                       = rndSite(rndIdx)))
                           THEN IF rndPick = 0
                                   THEN MOVE rndOther TO rndPick
                                   ELSE IF rndEndSecs(rndOther)
                                           > rndEndSecs(rndPick)
                                       THEN MOVE rndOther TO rndPick
                                   END-IF
                               END-IF
                       END-IF
                       ADD 1 TO rndOther
                   END-PERFORM
           END-IF.
           IF rndPick > 0
               THEN COMPUTE flgMeasure =
                       (rndEndSecs(rndIdx) - rndEndSecs(rndPick)) / 60
                   MOVE "FOL" TO flgCode
                   MOVE rndPick TO rndOther
                   PERFORM B0009-WRITE-FLAG
           END-IF.

      *>****************************************************************
      *> B0006-CHECK-SEQUENCE
      *>
      *> SEQ: the first other player's round (carded or not, won or
      *> not) whose hashed guesses match this one's guess for guess
      *> over two guesses or more.
      *>****************************************************************
           B0006-CHECK-SEQUENCE.
           MOVE 0 TO rndPick.
           IF rndGuesses(rndIdx) > 1
               THEN MOVE 1 TO rndOther
                   PERFORM UNTIL rndOther > rndCount
                       IF rndOther NOT = rndIdx
                           AND rndGuesses(rndOther)
                               = rndGuesses(rndIdx)
                           AND rndPlayer(rndOther)
                               NOT = rndPlayer(rndIdx)
                           AND rndSeq(rndOther) = rndSeq(rndIdx)
                           THEN MOVE rndOther TO rndPick
                               MOVE rndCount TO rndOther
                       END-IF
                       ADD 1 TO rndOther
                   END-PERFORM
           END-IF.
           IF rndPick > 0
               THEN MOVE rndGuesses(rndIdx) TO flgMeasure
                   MOVE "SEQ" TO flgCode
                   MOVE rndPick TO rndOther
                   PERFORM B0009-WRITE-FLAG
           END-IF.

      *>****************************************************************
      *> B0007-ADD-GUESS
      *>
      *> Counts the detail's guess against rndSlot, judges it
      *> exploratory or not while the round is still unsolved, and
      *> keeps its hash in the sequence while there is room.
      *>****************************************************************
           B0007-ADD-GUESS.
           IF rndGuesses(rndSlot) < 99
               THEN ADD 1 TO rndGuesses(rndSlot)
           END-IF.
           IF rndWinPos(rndSlot) = 0
               THEN IF dtlHit NUMERIC AND dtlLevel NUMERIC
                       AND dtlLevel > 0 AND dtlHit = dtlLevel
                       THEN MOVE rndGuesses(rndSlot)
                               TO rndWinPos(rndSlot)
                       ELSE MOVE 'N' TO gsSeenFlag
                           COMPUTE gsLimit = rndGuesses(rndSlot) - 1
                           IF gsLimit > rndSeqMax
                               THEN MOVE rndSeqMax TO gsLimit
                           END-IF
                           MOVE 1 TO gsIdx
                           PERFORM UNTIL gsIdx > gsLimit
                               IF rndGuess(rndSlot, gsIdx)
                                   = dtlGuess(4:9)
                                   THEN MOVE 'Y' TO gsSeenFlag
                                       MOVE gsLimit TO gsIdx
                               END-IF
                               ADD 1 TO gsIdx
                           END-PERFORM
                           IF NOT gsSeen AND rndExplore(rndSlot) < 99
                               THEN ADD 1 TO rndExplore(rndSlot)
                           END-IF
                   END-IF
           END-IF.
           IF rndGuesses(rndSlot) NOT > rndSeqMax
               THEN MOVE dtlGuess(4:9)
                       TO rndGuess(rndSlot, rndGuesses(rndSlot))
           END-IF.

      *>****************************************************************
      *> B0008-STAMP-SECONDS
      *>
      *> Turns a YYYYMMDD-HHMMSS stamp into seconds on a running
      *> day count, zero when the stamp is not a real date and time.
      *>****************************************************************
           B0008-STAMP-SECONDS.
           MOVE 0 TO stampSecs.
           IF stampWanted(1:8) NUMERIC AND stampWanted(10:6) NUMERIC
               THEN MOVE stampWanted(1:8) TO stampDate
                   MOVE stampWanted(10:2) TO stampHh
                   MOVE stampWanted(12:2) TO stampMm
                   MOVE stampWanted(14:2) TO stampSs
                   COMPUTE stampInt =
                       FUNCTION INTEGER-OF-DATE(stampDate)
                   IF stampInt > 0 AND stampHh < 24
                       AND stampMm < 60 AND stampSs < 60
                       THEN COMPUTE stampSecs = stampInt * 86400
                               + stampHh * 3600 + stampMm * 60
                               + stampSs
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0009-WRITE-FLAG
      *>
      *> Writes and lists one flag against the solve at rndIdx; the
      *> caller sets the code and measure and points rndOther at the
      *> round the flag names, or zero when it names none.
      *>****************************************************************
           B0009-WRITE-FLAG.
           MOVE rndPlayer(rndIdx) TO flgPlayerId.
           MOVE rndTerminal(rndIdx) TO flgTerminalId.
           MOVE rndEnd(rndIdx) TO flgTimestamp.
           MOVE SPACES TO flgOtherPlayer.
           MOVE SPACES TO flgOtherTerm.
           MOVE SPACES TO flgOtherStamp.
           IF rndOther > 0
               THEN MOVE rndPlayer(rndOther) TO flgOtherPlayer
                   MOVE rndTerminal(rndOther) TO flgOtherTerm
                   MOVE rndEnd(rndOther) TO flgOtherStamp
           END-IF.
           WRITE flgRecord.
           MOVE flgMeasure TO measureDisp.
           MOVE flgOtherPlayer TO otherDisp.
           IF flgOtherPlayer = SPACES
               THEN MOVE "(no card)" TO otherDisp
           END-IF.
           IF flgNoExplore
               THEN ADD 1 TO noxCount
                   DISPLAY "NOX  " flgPlayerId "  " flgTerminalId
                       "  " flgTimestamp "  " measureDisp
                       " exploratory guess(es) before the win"
           END-IF.
           IF flgFollower
               THEN ADD 1 TO folCount
                   DISPLAY "FOL  " flgPlayerId "  " flgTerminalId
                       "  " flgTimestamp "  " measureDisp
                       " min after " otherDisp " on " flgOtherTerm
                       " at " flgOtherStamp
           END-IF.
           IF flgSameSeq
               THEN ADD 1 TO seqCount
                   DISPLAY "SEQ  " flgPlayerId "  " flgTerminalId
                       "  " flgTimestamp "  " measureDisp
                       " guesses as " otherDisp " on " flgOtherTerm
                       " at " flgOtherStamp
           END-IF.
           MOVE 'N' TO hldFoundFlag.
           MOVE 1 TO hldIdx.
           PERFORM UNTIL hldIdx > hldCount
               IF hldPlayer(hldIdx) = flgPlayerId
                   THEN MOVE 'Y' TO hldFoundFlag
                       MOVE hldCount TO hldIdx
               END-IF
               ADD 1 TO hldIdx
           END-PERFORM.
           IF NOT hldFound
               THEN IF hldCount < hldMax
                       THEN ADD 1 TO hldCount
                           MOVE flgPlayerId TO hldPlayer(hldCount)
                       ELSE ADD 1 TO hldOverflow
                   END-IF
           END-IF.

       END PROGRAM MastInteg.
