      *> just as challenge play stays out of the normal-play
      *> statistics.  A solve without a loyalty id cannot be paid a
      *> headline prize and is counted separately rather than
      *> ranked.  When the MastInteg answer-sharing scan has left
      *> its flags (MM0FLG) beside the log, every flagged solver is
      *> marked HOLD on the ranking with the checks they failed, so
      *> the prize can be held before it is paid; with no flag file
      *> the ranking prints as it always has.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT OPTIONAL RESULTS-FILE ASSIGN TO "MM0LOG"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL FLAG-FILE ASSIGN TO "MM0FLG"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-FILE.
           COPY MM0LOG.

       FD  FLAG-FILE.
           COPY MM0FLG.

       WORKING-STORAGE SECTION.

           77 eofFlag PIC X(01) VALUE 'N'.
           77 slvPick PIC 9(04).
           77 slvRank PIC 9(04).

      *>     Solvers the integrity scan flagged, with the codes of
      *>     the checks they failed, each code listed once
           77 fgpMax PIC 9(04) VALUE 500.
           77 fgpCount PIC 9(04) VALUE 0.
           77 fgpOverflow PIC 9(06) VALUE 0.
           01 flaggedTable.
               05 flaggedEntry OCCURS 500 TIMES.
                   10 fgpPlayerId PIC X(10).
                   10 fgpCodes PIC X(12).
           77 fgpIdx PIC 9(04).
           77 fgpSlot PIC 9(04).
           77 heldRanked PIC 9(04) VALUE 0.
           77 holdText PIC X(18).

       PROCEDURE DIVISION.

           A0001-PROCESS-RECORDS.
           END-PERFORM.
           CLOSE RESULTS-FILE.

           MOVE 'N' TO eofFlag.
           OPEN INPUT FLAG-FILE.
           PERFORM UNTIL eof
               READ FLAG-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END PERFORM B0004-FILE-FLAG
               END-READ
           END-PERFORM.
           CLOSE FLAG-FILE.

           A0002-PRINT-REPORT.
           DISPLAY " ".
           DISPLAY "===== Daily Challenge - Solver Ranking =====".
               THEN DISPLAY "Solvers dropped (table full): "
                       slvOverflow
           END-IF.
           IF heldRanked > 0
               THEN DISPLAY " "
                   DISPLAY "Ranked solvers flagged by the integrity"
                       " scan - hold the prize pending review: "
                       heldRanked
           END-IF.
           IF fgpOverflow > 0
               THEN DISPLAY "Flagged solvers past the table: "
                       fgpOverflow " (check the scan listing)"
           END-IF.
           DISPLAY " ".

           Z0001-TERMINATE.
           ADD 1 TO slvRank.
           IF slvPick > 0
               THEN MOVE 'Y' TO slvUsedFlag(slvPick)
                   MOVE SPACES TO holdText
                   MOVE 1 TO fgpIdx
                   PERFORM UNTIL fgpIdx > fgpCount
                       IF fgpPlayerId(fgpIdx) = slvPlayerId(slvPick)
                           THEN STRING "HOLD " DELIMITED BY SIZE
                                   fgpCodes(fgpIdx) DELIMITED BY SIZE
                                   INTO holdText
                               END-STRING
                               ADD 1 TO heldRanked
                               MOVE fgpCount TO fgpIdx
                       END-IF
                       ADD 1 TO fgpIdx
                   END-PERFORM
                   DISPLAY "  " slvRank "  "
                       slvPlayerId(slvPick) "  "
                       slvTurns(slvPick) "     "
                       slvTimestamp(slvPick) "  " holdText
               ELSE MOVE slvCount TO slvRank
           END-IF.

      *>****************************************************************
      *> B0004-FILE-FLAG
      *>
      *> Files one integrity flag under its player, adding the code
      *> to the player's list the first time that check is seen.
      *>****************************************************************
           B0004-FILE-FLAG.
           MOVE 0 TO fgpSlot.
           MOVE 1 TO fgpIdx.
           PERFORM UNTIL fgpIdx > fgpCount
               IF fgpPlayerId(fgpIdx) = flgPlayerId
                   THEN MOVE fgpIdx TO fgpSlot
                       MOVE fgpCount TO fgpIdx
               END-IF
               ADD 1 TO fgpIdx
           END-PERFORM.
           IF fgpSlot = 0
               THEN IF fgpCount < fgpMax
                       THEN ADD 1 TO fgpCount
                           MOVE fgpCount TO fgpSlot
                           MOVE flgPlayerId TO fgpPlayerId(fgpSlot)
                           MOVE SPACES TO fgpCodes(fgpSlot)
                       ELSE ADD 1 TO fgpOverflow
                   END-IF
           END-IF.
           IF fgpSlot > 0
               THEN IF fgpCodes(fgpSlot)(1:3) = flgCode
                       OR fgpCodes(fgpSlot)(5:3) = flgCode
                       OR fgpCodes(fgpSlot)(9:3) = flgCode
                       THEN CONTINUE
                   ELSE IF fgpCodes(fgpSlot)(1:3) = SPACES
                       THEN MOVE flgCode TO fgpCodes(fgpSlot)(1:3)
                   ELSE IF fgpCodes(fgpSlot)(5:3) = SPACES
                       THEN MOVE flgCode TO fgpCodes(fgpSlot)(5:3)
                   ELSE MOVE flgCode TO fgpCodes(fgpSlot)(9:3)
                   END-IF
                   END-IF
                   END-IF
           END-IF.

       END PROGRAM MastChalRep.
