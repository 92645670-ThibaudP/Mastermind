      *> resolves through the MM0PLR_PATH environment variable (a
      *> shared mount in a real deployment) and falls back to a
      *> local MM0PLR beside the log.
      *>
      *> A round played on a card MastCard has since merged into
      *> another is applied to the surviving card, looked up on the
      *> MM0CRD card registry (MM0CRD_PATH, local fallback), so the
      *> day of a merge cannot bring the retired id back onto the
      *> master.
      *>
      *> Each run applies one business date: MM0BUS_DATE when the
      *> nightly script names it, otherwise the date of the log's
      *> first round.  A date the MM0RUN run-control ledger already
      *> shows as applied is refused outright, so a rerun of the
      *> nightly - or a hand run against a log already folded in -
      *> cannot count the same rounds twice.  Progress is appended
      *> to MM0RUNP after every log record, so a run that dies part
      *> way resumes after the last record it applied; the ledger's
      *> completion record is written only once every update has
      *> landed.
      *>****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY plrPlayerId.
           SELECT OPTIONAL CARD-FILE ASSIGN TO DYNAMIC crdFilePath
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY crdCardId.
           SELECT OPTIONAL RUN-FILE ASSIGN TO "MM0RUN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PROGRESS-FILE ASSIGN TO "MM0RUNP"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CONFIG-FILE ASSIGN TO "MM0CFG"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-FILE.
           COPY MM0PLR.

       FD  CARD-FILE.
           COPY MM0CRD.

       FD  RUN-FILE.
           COPY MM0RUN.

      *>     How far into the business date's log the update had
      *>     got: one record appended per log record handled
       FD  PROGRESS-FILE.
       01  progressRecord.
           05  prgBusDate      PIC X(08).
           05  prgRecordsDone  PIC 9(06).

       FD  CONFIG-FILE.
           COPY MM0CFG.

       WORKING-STORAGE SECTION.

           77 plrFilePath PIC X(100) VALUE "MM0PLR".
           77 crdFilePath PIC X(100) VALUE "MM0CRD".

      *>     The id the round is applied under: the logged id, or
      *>     the surviving card when the logged one has been merged
           77 applyPlayerId PIC X(10) VALUE SPACES.

           77 eofFlag PIC X(01) VALUE 'N'.
               88 eof VALUE 'Y'.
           77 roundsSkipped PIC 9(06) VALUE 0.
           77 newPlayers PIC 9(06) VALUE 0.
           77 writeErrors PIC 9(06) VALUE 0.
           77 mergedRounds PIC 9(06) VALUE 0.

           77 terminalId PIC X(08) VALUE "TERM001".
           77 busDate PIC X(08) VALUE SPACES.
           77 dateAnswer PIC X(08) VALUE SPACES.

      *>     Where the ledger stands for this date's PLAYER step,
      *>     and how many log records an earlier, interrupted run
      *>     already applied
           77 playerStatus PIC X(01) VALUE SPACE.
           77 recordsDone PIC 9(06) VALUE 0.
           77 recordsRead PIC 9(06) VALUE 0.
           77 recordsResumed PIC 9(06) VALUE 0.

           77 tsDate PIC 9(08).
           77 tsTime PIC 9(08).
           77 timestamp PIC X(15).

       PROCEDURE DIVISION.

           A0001-INITIALIZE.
           PERFORM B0003-RESOLVE-PLAYER-PATH.
           PERFORM B0004-SET-BUSINESS-DATE.
           PERFORM B0005-CHECK-LEDGER.
           IF playerStatus = 'C'
               THEN DISPLAY "PLAYER UPDATE REFUSED: business date "
                       busDate " is already applied to the player"
                       " master for " terminalId "."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.

           A0002-APPLY-LOG.
      *>     Progress only ever moves past rounds that reached the
      *>     master.  The walk stops at the first failed update, so
      *>     a restart resumes at that round and nothing after it
      *>     is applied twice.
           OPEN I-O PLAYER-FILE.
           OPEN INPUT CARD-FILE.
           OPEN INPUT RESULTS-FILE.
           PERFORM UNTIL eof OR writeErrors > 0
               READ RESULTS-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END
                       ADD 1 TO recordsRead
                       IF recordsRead > recordsDone
                           THEN PERFORM B0001-APPLY-ROUND
                               IF writeErrors = 0
                                   THEN PERFORM B0006-NOTE-PROGRESS
                               END-IF
                           ELSE ADD 1 TO recordsResumed
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESULTS-FILE.
           CLOSE CARD-FILE.
           CLOSE PLAYER-FILE.

           A0003-PRINT-TOTALS.
           DISPLAY "Player master update for " busDate ": "
               roundsApplied
               " rounds applied, " roundsSkipped
               " without a loyalty id, " newPlayers
               " new players.".
           IF mergedRounds > 0
               THEN DISPLAY "  " mergedRounds " round(s) played on"
                       " merged cards applied to the surviving card."
           END-IF.
           IF recordsResumed > 0
               THEN DISPLAY "  Resumed after " recordsResumed
                       " log record(s) an interrupted run had"
                       " already applied."
           END-IF.
           IF writeErrors > 0
               THEN DISPLAY "WARNING: update failed against the"
                       " master at log record " recordsRead
                       "; run the verify pass, then restart."
      *>             A bad return code stops the nightly script here,
      *>             so the log is not archived away before its
      *>             rounds have all reached the master
                   MOVE 8 TO RETURN-CODE
               ELSE PERFORM B0007-MARK-COMPLETE
           END-IF.

           Z0001-TERMINATE.
      *> Folds one results-log round into its player's master record
      *> in place: one keyed read, the update, and a WRITE (first
      *> time the id is seen) or REWRITE.  Rounds without a loyalty
      *> id are counted and skipped; a merged card's round goes to
      *> the card it was merged into.
      *>****************************************************************
           B0001-APPLY-ROUND.
           IF logPlayerId = SPACES
               THEN ADD 1 TO roundsSkipped
               ELSE MOVE 'N' TO plrNewFlag
                   MOVE logPlayerId TO applyPlayerId
                   MOVE logPlayerId TO crdCardId
                   READ CARD-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF crdMerged AND crdMergedInto NOT = SPACES
                               THEN MOVE crdMergedInto
                                       TO applyPlayerId
                                   ADD 1 TO mergedRounds
                           END-IF
                   END-READ
                   MOVE applyPlayerId TO plrPlayerId
                   READ PLAYER-FILE
                       INVALID KEY MOVE 'Y' TO plrNewFlag
                           MOVE applyPlayerId TO plrPlayerId
                           MOVE 0 TO plrRounds
                           MOVE 0 TO plrWins
                           MOVE 0 TO plrBestTurns
      *> Points PLAYER-FILE at the MM0PLR_PATH environment variable
      *> so every terminal and batch run in the estate shares the one
      *> master, falling back to a local MM0PLR when the variable is
      *> not set, the same way Mastermind resolves MM0SEQ_PATH; the
      *> card registry resolves through MM0CRD_PATH the same way.
      *>****************************************************************
           B0003-RESOLVE-PLAYER-PATH.
           MOVE "MM0PLR" TO plrFilePath.
           IF plrFilePath = SPACES
               THEN MOVE "MM0PLR" TO plrFilePath
           END-IF.
           MOVE "MM0CRD" TO crdFilePath.
           ACCEPT crdFilePath FROM ENVIRONMENT "MM0CRD_PATH".
           IF crdFilePath = SPACES
               THEN MOVE "MM0CRD" TO crdFilePath
           END-IF.

      *>****************************************************************
      *> B0004-SET-BUSINESS-DATE
      *>
      *> Takes the business date from MM0BUS_DATE when the nightly
      *> script names one, otherwise from the first round on the
      *> log, falling back to the run date for an empty log; the
      *> terminal id comes off MM0CFG exactly as the kiosk reads it.
      *>****************************************************************
           B0004-SET-BUSINESS-DATE.
           OPEN INPUT CONFIG-FILE.
           READ CONFIG-FILE
               AT END CONTINUE
               NOT AT END MOVE cfgTerminalId TO terminalId
           END-READ.
           CLOSE CONFIG-FILE.
           ACCEPT busDate FROM DATE YYYYMMDD.
           MOVE SPACES TO dateAnswer.
           ACCEPT dateAnswer FROM ENVIRONMENT "MM0BUS_DATE".
           IF dateAnswer NUMERIC
               THEN MOVE dateAnswer TO busDate
               ELSE OPEN INPUT RESULTS-FILE
                   READ RESULTS-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF logTimestamp(1:8) NUMERIC
                               THEN MOVE logTimestamp(1:8) TO busDate
                           END-IF
                   END-READ
                   CLOSE RESULTS-FILE
           END-IF.

      *>****************************************************************
      *> B0005-CHECK-LEDGER
      *>
      *> Finds where this terminal's PLAYER step stands for the
      *> business date on the run-control ledger (the last record
      *> for it wins), and how many log records an interrupted run
      *> got through on MM0RUNP.
      *>****************************************************************
           B0005-CHECK-LEDGER.
           MOVE 'N' TO eofFlag.
           OPEN INPUT RUN-FILE.
           PERFORM UNTIL eof
               READ RUN-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END
                       IF runTerminalId = terminalId
                           AND runBusDate = busDate
                           AND runStep = "PLAYER"
                           THEN MOVE runStatus TO playerStatus
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-FILE.
           MOVE 'N' TO eofFlag.
           OPEN INPUT PROGRESS-FILE.
           PERFORM UNTIL eof
               READ PROGRESS-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END
                       IF prgBusDate = busDate
                           AND prgRecordsDone NUMERIC
                           THEN MOVE prgRecordsDone TO recordsDone
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROGRESS-FILE.
           MOVE 'N' TO eofFlag.

      *>****************************************************************
      *> B0006-NOTE-PROGRESS
      *>
      *> Appends how many log records are now applied, opened and
      *> closed around the write so it is on disk before the next
      *> round touches the master.
      *>****************************************************************
           B0006-NOTE-PROGRESS.
           MOVE busDate TO prgBusDate.
           MOVE recordsRead TO prgRecordsDone.
           OPEN EXTEND PROGRESS-FILE.
           WRITE progressRecord.
           CLOSE PROGRESS-FILE.

      *>****************************************************************
      *> B0007-MARK-COMPLETE
      *>
      *> Records the business date as applied on the run-control
      *> ledger, with the number of log records behind it, and
      *> empties the progress file now nothing is left to resume.
      *>****************************************************************
           B0007-MARK-COMPLETE.
           ACCEPT tsDate FROM DATE YYYYMMDD.
           ACCEPT tsTime FROM TIME.
           STRING tsDate DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  tsTime DELIMITED BY SIZE
               INTO timestamp
           END-STRING.
           MOVE terminalId TO runTerminalId.
           MOVE busDate TO runBusDate.
           MOVE "PLAYER" TO runStep.
           MOVE 'C' TO runStatus.
           MOVE timestamp TO runTimestamp.
           MOVE recordsRead TO runCount.
           OPEN EXTEND RUN-FILE.
           WRITE runRecord.
           CLOSE RUN-FILE.
           OPEN OUTPUT PROGRESS-FILE.
           CLOSE PROGRESS-FILE.

       END PROGRAM MastPlayer.
