       IDENTIFICATION DIVISION.
       PROGRAM-ID. MastSubject.

      *>****************************************************************
      *> MastSubject - player data access and erasure requests
      *>
      *> The supported way to answer a data protection request that
      *> customer services raises against a loyalty id.  A player's
      *> footprint is spread across the MM0PLR master, the card
      *> registry and its trail, every archived and live MM0LOG, the
      *> MM0WIN interface file (never archived, so it only grows),
      *> MM0HLD / MM0HVD, the MM0STD boards, the restricted MM0AUD
      *> archive, the voucher register, the POS acknowledgments, the
      *> kiosk checkpoint and event journal, suspense and write-offs,
      *> the warehouse feed batches, master dumps, and this program's
      *> own statements and request log.  The run script lists every
      *> such file on the estate into MM0SBL, one per line with its
      *> kind, and this program walks them all for the one player
      *> id:
      *>
      *>   - a subject access statement (MM0SAS) lists the master
      *>     record, the card, every round, prize, hold, voucher and
      *>     standings rung, and everything else held under the id;
      *>     true secret codes are never shown;
      *>   - an erasure replaces the id everywhere with a pseudonym
      *>     (ER plus the shared MM0ESQ counter - nothing of the id
      *>     survives in it), re-keys the card registry entry to it,
      *>     and deletes the MM0PLR record and its dump copies.
      *>     Every round and prize record stays where it was, only
      *>     re-keyed, so the reports and reconciliations still
      *>     balance.
      *>
      *> A card merged into the player's is the same customer's
      *> history under another id, so the request covers it too:
      *> its records go on the statement, and an erasure gives it a
      *> pseudonym of its own, re-keys its registry entry to that
      *> pointing at the player's pseudonym, and re-keys every
      *> record played on it - no real card number is left leading
      *> to the erased history.  The id is only ever matched in the
      *> field each layout keeps it in.
      *>
      *> An operator id and the case reference are required up
      *> front, an erasure must be confirmed, and every request goes
      *> to the MM0SAR request log with the record counts it found or
      *> changed.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LIST-FILE ASSIGN TO "MM0SBL"
               ORGANIZATION LINE SEQUENTIAL.
      *>     Each listed file in turn, and the scratch copy an
      *>     erasure rewrites it through
           SELECT OPTIONAL SUBJECT-FILE ASSIGN TO DYNAMIC subFilePath
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SUBJECT-WORK-FILE ASSIGN TO "MM0SBW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PLAYER-FILE ASSIGN TO DYNAMIC plrFilePath
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY plrPlayerId.
      *>     Dynamic access: a keyed read for the card itself, plus a
      *>     walk from the top for cards merged into it
           SELECT OPTIONAL CARD-FILE ASSIGN TO DYNAMIC crdFilePath
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY crdCardId.
           SELECT OPTIONAL ERASE-SEQ-FILE ASSIGN TO
               DYNAMIC esqFilePath
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL STATEMENT-FILE ASSIGN TO "MM0SAS"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REQUEST-FILE ASSIGN TO "MM0SAR"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LIST-FILE.
       01  lstRecord.
           05  lstKind             PIC X(03).
           05  FILLER              PIC X(01).
           05  lstPath             PIC X(196).

       FD  SUBJECT-FILE.
       01  subRecord               PIC X(200).

       FD  SUBJECT-WORK-FILE.
       01  subWorkRecord           PIC X(200).

       FD  PLAYER-FILE.
           COPY MM0PLR.

       FD  CARD-FILE.
           COPY MM0CRD.

       FD  ERASE-SEQ-FILE.
           COPY MM0ESQ.

       FD  STATEMENT-FILE.
       01  stmtRecord              PIC X(100).

       FD  REQUEST-FILE.
       01  requestRecord           PIC X(148).

       WORKING-STORAGE SECTION.

           77 plrFilePath PIC X(100) VALUE "MM0PLR".
           77 crdFilePath PIC X(100) VALUE "MM0CRD".
           77 esqFilePath PIC X(100) VALUE "MM0ESQ".
           77 subFilePath PIC X(196) VALUE SPACES.

           77 operatorId PIC X(08) VALUE SPACES.
           77 caseReference PIC X(12) VALUE SPACES.
           77 menuChoice PIC X(01) VALUE SPACE.
           77 confirmAnswer PIC X(01) VALUE SPACE.
           77 tsDate PIC 9(08).
           77 tsTime PIC 9(08).
           77 timestamp PIC X(15).

      *>     The request in hand: ACC or ERS, the player id asked
      *>     about, and on an erasure the pseudonym replacing it
           77 requestAction PIC X(03) VALUE SPACES.
               88 accessRequest VALUE "ACC".
               88 erasureRequest VALUE "ERS".
           77 subjectId PIC X(10) VALUE SPACES.
           77 pseudonym PIC X(10) VALUE SPACES.
           77 pseudonymNo PIC 9(08) VALUE 0.
           77 newPseudonym PIC X(10) VALUE SPACES.

      *>     The ids the request covers - the player's own first,
      *>     then every card merged into it - each with the
      *>     pseudonym an erasure gives it (spaces on a statement)
           77 sbjMax PIC 9(02) VALUE 50.
           77 sbjCount PIC 9(02) VALUE 0.
           77 sbjOverflow PIC 9(04) VALUE 0.
           01 sbjTable.
               05 sbjEntry OCCURS 50 TIMES.
                   10 sbjId PIC X(10).
                   10 sbjPseudonym PIC X(10).
           77 sbjIdx PIC 9(02).
           77 sbjSlot PIC 9(02).
           77 idWanted PIC X(10).
           77 cardSlot PIC 9(02).
           77 otherSlot PIC 9(02).

      *>     Walking a print line for ids standing on their own
           77 scanPos PIC 9(03).
           77 prevChar PIC X(01).
           77 nextChar PIC X(01).

           77 listEofFlag PIC X(01) VALUE 'N'.
               88 listEof VALUE 'Y'.
           77 subEofFlag PIC X(01) VALUE 'N'.
               88 subEof VALUE 'Y'.
           77 crdEofFlag PIC X(01) VALUE 'N'.
               88 crdEof VALUE 'Y'.
           77 matchFlag PIC X(01) VALUE 'N'.
               88 recordMatches VALUE 'Y'.
      *>     An erasure drops a matching master dump record rather
      *>     than re-keying it, as the master record itself goes
           77 keepFlag PIC X(01) VALUE 'Y'.
               88 keepRecord VALUE 'Y'.
           77 fileMatches PIC 9(05) VALUE 0.
           77 filesWalked PIC 9(05) VALUE 0.
           77 roundNote PIC X(10) VALUE SPACES.
           77 lastKind PIC X(03) VALUE SPACES.
           77 stmtLine PIC X(100) VALUE SPACES.
           77 detailLine PIC X(100) VALUE SPACES.
           77 cardTouched PIC 9(05) VALUE 0.

      *>     Every kind of file the run script lists, in request-log
      *>     order, with the heading the statement files it under
           01 kindConstants.
               05 FILLER PIC X(39) VALUE
                   "PLRPlayer history master (MM0PLR)      ".
               05 FILLER PIC X(39) VALUE
                   "CRDLoyalty card registry (MM0CRD)      ".
               05 FILLER PIC X(39) VALUE
                   "CTRCard maintenance trail (MM0CTR)     ".
               05 FILLER PIC X(39) VALUE
                   "LOGRounds played (MM0LOG)              ".
               05 FILLER PIC X(39) VALUE
                   "WINPrizes won (MM0WIN)                 ".
               05 FILLER PIC X(39) VALUE
                   "HLDPrizes held for checking (MM0HLD)   ".
               05 FILLER PIC X(39) VALUE
                   "HVDHeld prizes voided (MM0HVD)         ".
               05 FILLER PIC X(39) VALUE
                   "STDStandings board rungs (MM0STD)      ".
               05 FILLER PIC X(39) VALUE
                   "AUDDispute audit records (MM0AUD)      ".
               05 FILLER PIC X(39) VALUE
                   "VCHPrize vouchers (MM0VCH)             ".
               05 FILLER PIC X(39) VALUE
                   "ACKPrize redemptions (MM0ACK)          ".
               05 FILLER PIC X(39) VALUE
                   "CKPRound in progress (MM0CKP)          ".
               05 FILLER PIC X(39) VALUE
                   "EVTKiosk event journal (MM0EVT)        ".
               05 FILLER PIC X(39) VALUE
                   "SUSRounds held in suspense (MM0SUSP)   ".
               05 FILLER PIC X(39) VALUE
                   "WOFRounds written off (MM0WOFF)        ".
               05 FILLER PIC X(39) VALUE
                   "XTRWarehouse feed batches (MM0XTR)     ".
               05 FILLER PIC X(39) VALUE
                   "DMPPlayer master dumps (MM0PLRDMP)     ".
               05 FILLER PIC X(39) VALUE
                   "SASStatements already sent (MM0SAS)    ".
               05 FILLER PIC X(39) VALUE
                   "SAREarlier data requests (MM0SAR)      ".
           01 kindTable REDEFINES kindConstants.
               05 kindEntry OCCURS 19 TIMES.
                   10 kindCode PIC X(03).
                   10 kindTitle PIC X(36).
           77 kindIdx PIC 9(02).
           77 kindFoundIdx PIC 9(02) VALUE 0.
           01 countTable.
               05 kindCount OCCURS 19 TIMES PIC 9(05).

      *>     The layouts of the files walked, to find the player id
      *>     in each record by name and report what it carries
           COPY MM0LOG.
           COPY MM0WIN.
           COPY MM0HLD.
           COPY MM0HVD.
           COPY MM0STD.
           COPY MM0AUD.
           COPY MM0VCH.
           COPY MM0ACK.
           COPY MM0CKP.
           COPY MM0EVT.
           COPY MM0CTR.
           COPY MM0SUS.
           COPY MM0WOF.
           COPY MM0SAR.
      *>     A MastPlrVer dump record is the master record flat
           01 dumpRecord.
               05 dumpPlayerId PIC X(10).
               05 dumpRounds PIC 9(06).
               05 dumpWins PIC 9(06).
               05 dumpBestTurns PIC 9(02).
               05 dumpStreak PIC 9(04).
               05 dumpLastPlayed PIC X(08).

       PROCEDURE DIVISION.

           A0001-INITIALIZE.
           DISPLAY " ".
           DISPLAY "===== Mastermind Player Data Request =====".
           PERFORM B0001-ASK-REQUEST.
           PERFORM B0002-RESOLVE-PATHS.
           PERFORM B0019-COLLECT-IDS.
           MOVE 0 TO filesWalked.
           MOVE ZEROES TO countTable.
           PERFORM B0016-STAMP-TIME.
           IF erasureRequest
               THEN MOVE 1 TO sbjIdx
                   PERFORM UNTIL sbjIdx > sbjCount
                       PERFORM B0003-NEXT-PSEUDONYM
                       MOVE newPseudonym TO sbjPseudonym(sbjIdx)
                       ADD 1 TO sbjIdx
                   END-PERFORM
                   MOVE sbjPseudonym(1) TO pseudonym
               ELSE PERFORM B0004-STATEMENT-HEADING
           END-IF.

           A0002-MASTER-RECORDS.
           PERFORM B0006-MASTER-RECORD.
           PERFORM B0007-CARD-RECORD.

           A0003-FILE-WALK.
           MOVE 'N' TO listEofFlag.
           OPEN INPUT LIST-FILE.
           PERFORM UNTIL listEof
               READ LIST-FILE
                   AT END MOVE 'Y' TO listEofFlag
                   NOT AT END PERFORM B0008-ONE-FILE
               END-READ
           END-PERFORM.
           CLOSE LIST-FILE.

           Z0001-TERMINATE.
           PERFORM B0015-WRITE-REQUEST-LOG.
           DISPLAY " ".
           IF erasureRequest
               THEN DISPLAY "Erasure complete for case "
                       caseReference
                   DISPLAY "Records re-keyed or deleted:"
               ELSE DISPLAY "Statement written for case "
                       caseReference
                   DISPLAY "Records found:"
           END-IF.
           MOVE 1 TO kindIdx.
           PERFORM UNTIL kindIdx > 19
               DISPLAY "  " kindTitle(kindIdx) " : "
                   kindCount(kindIdx)
               ADD 1 TO kindIdx
           END-PERFORM.
           DISPLAY "  Files walked " filesWalked.
           IF accessRequest
               THEN MOVE SPACES TO stmtLine
                   PERFORM B0005-WRITE-LINE
                   MOVE "End of statement." TO stmtLine
                   PERFORM B0005-WRITE-LINE
                   CLOSE STATEMENT-FILE
           END-IF.
           STOP RUN.

      *>****************************************************************
      *> B0001-ASK-REQUEST
      *>
      *> Operator id, case reference, statement or erasure, and the
      *> player id.  Nothing is touched without all four, and an
      *> erasure - which cannot be undone - needs an explicit Y.
      *> An id already starting ER is a pseudonym: there is nothing
      *> left to erase under it.
      *>****************************************************************
           B0001-ASK-REQUEST.
           DISPLAY "Operator id (required for the request log):".
           ACCEPT operatorId
               ON EXCEPTION MOVE SPACES TO operatorId
           END-ACCEPT.
           IF operatorId = SPACES
               THEN DISPLAY "No operator id given; no request run."
                   STOP RUN
           END-IF.
           DISPLAY "Customer services case reference:".
           ACCEPT caseReference
               ON EXCEPTION MOVE SPACES TO caseReference
           END-ACCEPT.
           IF caseReference = SPACES
               THEN DISPLAY "No case reference given; no request run."
                   STOP RUN
           END-IF.
           DISPLAY " ".
           DISPLAY "  1 - Subject access statement".
           DISPLAY "  2 - Erasure".
           DISPLAY "Choice:".
           ACCEPT menuChoice
               ON EXCEPTION MOVE SPACE TO menuChoice
           END-ACCEPT.
           IF menuChoice = '1'
               THEN MOVE "ACC" TO requestAction
           END-IF.
           IF menuChoice = '2'
               THEN MOVE "ERS" TO requestAction
           END-IF.
           IF requestAction = SPACES
               THEN DISPLAY "No request type chosen; no request run."
                   STOP RUN
           END-IF.
           DISPLAY "Player id:".
           ACCEPT subjectId
               ON EXCEPTION MOVE SPACES TO subjectId
           END-ACCEPT.
           IF subjectId = SPACES
               THEN DISPLAY "No player id given; no request run."
                   STOP RUN
           END-IF.
           IF erasureRequest
               THEN IF subjectId(1:2) = "ER"
                       THEN DISPLAY subjectId " is already an erasure"
                               " pseudonym; nothing to erase."
                           STOP RUN
                   END-IF
                   DISPLAY "Erase player " subjectId " from every"
                       " file on the estate? This cannot be undone."
                   DISPLAY "Confirm (Y/N, default N):"
                   ACCEPT confirmAnswer
                       ON EXCEPTION MOVE 'N' TO confirmAnswer
                   END-ACCEPT
                   IF confirmAnswer NOT = 'Y'
                       AND confirmAnswer NOT = 'y'
                       THEN DISPLAY "Not confirmed; nothing erased."
                           STOP RUN
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0002-RESOLVE-PATHS
      *>
      *> Points the master, the card registry and the pseudonym
      *> counter at MM0PLR_PATH, MM0CRD_PATH and MM0ESQ_PATH, each
      *> falling back to a local file, the way the kiosk resolves
      *> its shared files.
      *>****************************************************************
           B0002-RESOLVE-PATHS.
           MOVE "MM0PLR" TO plrFilePath.
           ACCEPT plrFilePath FROM ENVIRONMENT "MM0PLR_PATH".
           IF plrFilePath = SPACES
               THEN MOVE "MM0PLR" TO plrFilePath
           END-IF.
           MOVE "MM0CRD" TO crdFilePath.
           ACCEPT crdFilePath FROM ENVIRONMENT "MM0CRD_PATH".
           IF crdFilePath = SPACES
               THEN MOVE "MM0CRD" TO crdFilePath
           END-IF.
           MOVE "MM0ESQ" TO esqFilePath.
           ACCEPT esqFilePath FROM ENVIRONMENT "MM0ESQ_PATH".
           IF esqFilePath = SPACES
               THEN MOVE "MM0ESQ" TO esqFilePath
           END-IF.

      *>****************************************************************
      *> B0003-NEXT-PSEUDONYM
      *>
      *> Takes the next number off the shared erasure counter and
      *> makes newPseudonym from it.  Only a confirmed erasure gets
      *> this far, so no number is spent on a refusal.
      *>****************************************************************
           B0003-NEXT-PSEUDONYM.
           OPEN INPUT ERASE-SEQ-FILE.
           READ ERASE-SEQ-FILE
               AT END MOVE 0 TO esqCounter
           END-READ.
           CLOSE ERASE-SEQ-FILE.
           ADD 1 TO esqCounter.
           OPEN OUTPUT ERASE-SEQ-FILE.
           WRITE esqRecord.
           CLOSE ERASE-SEQ-FILE.
           MOVE esqCounter TO pseudonymNo.
           MOVE SPACES TO newPseudonym.
           STRING "ER" DELIMITED BY SIZE
               pseudonymNo DELIMITED BY SIZE
               INTO newPseudonym
           END-STRING.

      *>****************************************************************
      *> B0004-STATEMENT-HEADING
      *>
      *> Opens the statement and writes who it is for, the case it
      *> answers, and who prepared it when.
      *>****************************************************************
           B0004-STATEMENT-HEADING.
           OPEN OUTPUT STATEMENT-FILE.
           MOVE "Mastermind subject access statement" TO stmtLine.
           PERFORM B0005-WRITE-LINE.
           MOVE SPACES TO stmtLine.
           PERFORM B0005-WRITE-LINE.
           STRING "Player id ........ : " DELIMITED BY SIZE
               subjectId DELIMITED BY SIZE
               INTO stmtLine
           END-STRING.
           PERFORM B0005-WRITE-LINE.
           STRING "Case reference ... : " DELIMITED BY SIZE
               caseReference DELIMITED BY SIZE
               INTO stmtLine
           END-STRING.
           PERFORM B0005-WRITE-LINE.
           STRING "Prepared ......... : " DELIMITED BY SIZE
               timestamp DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               operatorId DELIMITED BY SIZE
               INTO stmtLine
           END-STRING.
           PERFORM B0005-WRITE-LINE.

      *>****************************************************************
      *> B0005-WRITE-LINE
      *>
      *> Puts stmtLine on the statement and clears it for the next.
      *>****************************************************************
           B0005-WRITE-LINE.
           WRITE stmtRecord FROM stmtLine.
           MOVE SPACES TO stmtLine.

      *>****************************************************************
      *> B0006-MASTER-RECORD
      *>
      *> The MM0PLR records under the ids the request covers: shown
      *> on a statement, deleted on an erasure.  A merged card's
      *> history was folded into the player's record when it was
      *> merged, so normally only the player's own is found.  The
      *> rounds behind them stay on the logs under the pseudonyms,
      *> so nothing that counts rounds loses any.
      *>****************************************************************
           B0006-MASTER-RECORD.
           IF erasureRequest
               THEN OPEN I-O PLAYER-FILE
               ELSE OPEN INPUT PLAYER-FILE
                   MOVE "PLR" TO lstKind
                   PERFORM B0013-KIND-HEADING
           END-IF.
           MOVE 1 TO sbjIdx.
           PERFORM UNTIL sbjIdx > sbjCount
               PERFORM B0021-ONE-MASTER-RECORD
               ADD 1 TO sbjIdx
           END-PERFORM.
           CLOSE PLAYER-FILE.
           IF accessRequest AND kindCount(1) = 0
               THEN MOVE "  no master record held" TO stmtLine
                   PERFORM B0005-WRITE-LINE
           END-IF.

      *>****************************************************************
      *> B0007-CARD-RECORD
      *>
      *> The player's card registry entry, and the cards merged
      *> into it.  On an erasure each is deleted and written back
      *> under its own pseudonym with its status kept, so the
      *> registry still counts every card the POS issued, and the
      *> merged ones point at the player's pseudonym - pseudonym to
      *> pseudonym, with no real card number left on either side.
      *>****************************************************************
           B0007-CARD-RECORD.
           MOVE 0 TO cardTouched.
           IF erasureRequest
               THEN OPEN I-O CARD-FILE
               ELSE OPEN INPUT CARD-FILE
                   MOVE "CRD" TO lstKind
                   PERFORM B0013-KIND-HEADING
           END-IF.

           MOVE 2 TO sbjIdx.
           PERFORM UNTIL sbjIdx > sbjCount
               MOVE sbjId(sbjIdx) TO crdCardId
               READ CARD-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO cardTouched
                       PERFORM B0014-MERGED-CARD
               END-READ
               ADD 1 TO sbjIdx
           END-PERFORM.

           MOVE 'N' TO matchFlag.
           MOVE subjectId TO crdCardId.
           READ CARD-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO matchFlag
           END-READ.
           IF recordMatches AND accessRequest
               THEN STRING "  card " DELIMITED BY SIZE
                       crdCardId DELIMITED BY SIZE
                       "  status " DELIMITED BY SIZE
                       crdStatus DELIMITED BY SIZE
                       "  issued " DELIMITED BY SIZE
                       crdIssuedDate DELIMITED BY SIZE
                       "  status since " DELIMITED BY SIZE
                       crdStatusDate DELIMITED BY SIZE
                       "  reason " DELIMITED BY SIZE
                       crdReason DELIMITED BY SIZE
                       "  merged into " DELIMITED BY SIZE
                       crdMergedInto DELIMITED BY SIZE
                       INTO stmtLine
                   END-STRING
                   PERFORM B0005-WRITE-LINE
           END-IF.
           IF recordMatches AND erasureRequest
               THEN DELETE CARD-FILE
                       INVALID KEY MOVE 'N' TO matchFlag
                   END-DELETE
           END-IF.
           IF recordMatches AND erasureRequest
               THEN MOVE pseudonym TO crdCardId
                   WRITE crdRecord
                       INVALID KEY
                           DISPLAY "Registry write failed for "
                               pseudonym "; card " subjectId
                               " is gone from the registry."
                   END-WRITE
           END-IF.
           IF recordMatches
               THEN ADD 1 TO cardTouched
           END-IF.
           CLOSE CARD-FILE.
           IF accessRequest AND cardTouched = 0
               THEN MOVE "  no card registered" TO stmtLine
                   PERFORM B0005-WRITE-LINE
           END-IF.
           MOVE cardTouched TO kindCount(2).

      *>****************************************************************
      *> B0008-ONE-FILE
      *>
      *> Walks one listed file for the player id.  A statement only
      *> reads it; an erasure copies it through MM0SBW with the id
      *> replaced and, when anything matched, copies it back whole
      *> over the original and empties the scratch copy - the same
      *> two-pass rewrite MastMaint uses on the voucher register,
      *> which is why erasures are run with the kiosks closed.
      *>****************************************************************
           B0008-ONE-FILE.
           ADD 1 TO filesWalked.
           MOVE lstPath TO subFilePath.
           MOVE 0 TO fileMatches.
           MOVE 'N' TO subEofFlag.
           OPEN INPUT SUBJECT-FILE.
           IF erasureRequest
               THEN OPEN OUTPUT SUBJECT-WORK-FILE
           END-IF.
           PERFORM UNTIL subEof
               READ SUBJECT-FILE
                   AT END MOVE 'Y' TO subEofFlag
                   NOT AT END PERFORM B0009-CHECK-RECORD
               END-READ
           END-PERFORM.
           CLOSE SUBJECT-FILE.
           IF erasureRequest
               THEN CLOSE SUBJECT-WORK-FILE
                   IF fileMatches > 0
                       THEN PERFORM B0012-PUT-BACK
                   END-IF
           END-IF.

           MOVE 0 TO kindFoundIdx.
           MOVE 1 TO kindIdx.
           PERFORM UNTIL kindIdx > 19
               IF kindCode(kindIdx) = lstKind
                   THEN MOVE kindIdx TO kindFoundIdx
               END-IF
               ADD 1 TO kindIdx
           END-PERFORM.
           IF kindFoundIdx > 0
               THEN ADD fileMatches TO kindCount(kindFoundIdx)
           END-IF.

      *>****************************************************************
      *> B0009-CHECK-RECORD
      *>
      *> One record of the file in hand: finds the id through the
      *> file's own layout, puts the record on the statement or
      *> re-keys it, and carries it on to the scratch copy.  On a
      *> statement the pseudonym is blank and the record goes no
      *> further than this.
      *>****************************************************************
           B0009-CHECK-RECORD.
           MOVE 'N' TO matchFlag.
           MOVE 'Y' TO keepFlag.
           MOVE SPACES TO stmtLine.
           IF lstKind = "LOG" OR lstKind = "AUD" OR lstKind = "CKP"
               OR lstKind = "EVT" OR lstKind = "SUS"
               OR lstKind = "WOF"
               THEN PERFORM B0010-CHECK-PLAY-RECORD
           END-IF.
           IF lstKind = "WIN" OR lstKind = "HLD" OR lstKind = "HVD"
               OR lstKind = "VCH" OR lstKind = "ACK"
               THEN PERFORM B0011-CHECK-PRIZE-RECORD
           END-IF.
           IF lstKind = "CTR" OR lstKind = "STD" OR lstKind = "XTR"
               OR lstKind = "DMP" OR lstKind = "SAS"
               OR lstKind = "SAR"
               THEN PERFORM B0017-CHECK-OTHER-RECORD
           END-IF.
           IF recordMatches
               THEN ADD 1 TO fileMatches
                   IF accessRequest
                       THEN PERFORM B0018-STATEMENT-DETAIL
                   END-IF
           END-IF.
           IF erasureRequest AND keepRecord
               THEN WRITE subWorkRecord FROM subRecord
           END-IF.

      *>****************************************************************
      *> B0010-CHECK-PLAY-RECORD
      *>
      *> Rounds, audit records, the checkpoint and the event
      *> journal.  Suspense and write-off records carry a raw log
      *> line, so the id is taken from where that line keeps it.
      *> Of the events only a RESUME names a player, straight
      *> after the word "player" in its detail.
      *>****************************************************************
           B0010-CHECK-PLAY-RECORD.
           IF lstKind = "LOG"
               THEN MOVE subRecord TO logRecord
                   MOVE logPlayerId TO idWanted
                   PERFORM B0020-FIND-ID
                   IF sbjSlot > 0
                       THEN MOVE 'Y' TO matchFlag
                           MOVE SPACES TO roundNote
                           IF logChallengeRound
                               THEN MOVE "challenge" TO roundNote
                           END-IF
                           STRING "  " DELIMITED BY SIZE
                               logTimestamp DELIMITED BY SIZE
                               "  terminal " DELIMITED BY SIZE
                               logTerminalId DELIMITED BY SIZE
                               "  result " DELIMITED BY SIZE
                               logWinLoseFlag DELIMITED BY SIZE
                               " on turn " DELIMITED BY SIZE
                               logFinalTurn DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               roundNote DELIMITED BY SIZE
                               INTO stmtLine
                           END-STRING
                           MOVE sbjPseudonym(sbjSlot) TO logPlayerId
                           MOVE logRecord TO subRecord
                   END-IF
           END-IF.
           IF lstKind = "AUD"
               THEN MOVE subRecord TO audRecord
                   MOVE audPlayerId TO idWanted
                   PERFORM B0020-FIND-ID
                   IF sbjSlot > 0
                       THEN MOVE 'Y' TO matchFlag
                           STRING "  " DELIMITED BY SIZE
                               audTimestamp DELIMITED BY SIZE
                               "  terminal " DELIMITED BY SIZE
                               audTerminalId DELIMITED BY SIZE
                               "  outcome " DELIMITED BY SIZE
                               audOutcome DELIMITED BY SIZE
                               " on turn " DELIMITED BY SIZE
                               audFinalTurn DELIMITED BY SIZE
                               INTO stmtLine
                           END-STRING
                           MOVE sbjPseudonym(sbjSlot) TO audPlayerId
                           MOVE audRecord TO subRecord
                   END-IF
           END-IF.
           IF lstKind = "CKP"
               THEN MOVE subRecord TO ckpRecord
                   MOVE ckpPlayerId TO idWanted
                   PERFORM B0020-FIND-ID
                   IF sbjSlot > 0
                       THEN MOVE 'Y' TO matchFlag
                           STRING "  " DELIMITED BY SIZE
                               ckpTimestamp DELIMITED BY SIZE
                               "  terminal " DELIMITED BY SIZE
                               ckpTerminalId DELIMITED BY SIZE
                               "  turn " DELIMITED BY SIZE
                               ckpTurn DELIMITED BY SIZE
                               "  in progress " DELIMITED BY SIZE
                               ckpInProgressFlag DELIMITED BY SIZE
                               INTO stmtLine
                           END-STRING
                           MOVE sbjPseudonym(sbjSlot) TO ckpPlayerId
                           MOVE ckpRecord TO subRecord
                   END-IF
           END-IF.
           IF lstKind = "EVT"
               THEN MOVE subRecord TO evtRecord
                   MOVE SPACES TO idWanted
                   IF evtResume AND evtDetail(1:7) = "player "
                       THEN MOVE evtDetail(8:10) TO idWanted
                   END-IF
                   PERFORM B0020-FIND-ID
                   IF sbjSlot > 0
                       THEN MOVE 'Y' TO matchFlag
                           STRING "  " DELIMITED BY SIZE
                               evtTimestamp DELIMITED BY SIZE
                               "  terminal " DELIMITED BY SIZE
                               evtTerminalId DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               evtType DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               evtDetail DELIMITED BY SIZE
                               INTO stmtLine
                           END-STRING
                           MOVE sbjPseudonym(sbjSlot)
                               TO evtDetail(8:10)
                           MOVE evtRecord TO subRecord
                   END-IF
           END-IF.
           IF lstKind = "SUS"
               THEN MOVE subRecord TO susRecord
                   MOVE susData TO logRecord
                   MOVE logPlayerId TO idWanted
                   PERFORM B0020-FIND-ID
                   IF sbjSlot > 0
                       THEN MOVE 'Y' TO matchFlag
                           STRING "  " DELIMITED BY SIZE
                               logTimestamp DELIMITED BY SIZE
                               "  terminal " DELIMITED BY SIZE
                               logTerminalId DELIMITED BY SIZE
                               "  held in suspense, reason "
                                   DELIMITED BY SIZE
                               susReason DELIMITED BY SIZE
                               INTO stmtLine
                           END-STRING
                           MOVE sbjPseudonym(sbjSlot) TO logPlayerId
                           MOVE logRecord TO susData
                           MOVE susRecord TO subRecord
                   END-IF
           END-IF.
           IF lstKind = "WOF"
               THEN MOVE subRecord TO wofRecord
                   MOVE wofData TO logRecord
                   MOVE logPlayerId TO idWanted
                   PERFORM B0020-FIND-ID
                   IF sbjSlot > 0
                       THEN MOVE 'Y' TO matchFlag
                           STRING "  " DELIMITED BY SIZE
                               logTimestamp DELIMITED BY SIZE
                               "  terminal " DELIMITED BY SIZE
                               logTerminalId DELIMITED BY SIZE
                               "  written off " DELIMITED BY SIZE
                               wofDate DELIMITED BY SIZE
                               ", reason " DELIMITED BY SIZE
                               wofReason DELIMITED BY SIZE
                               INTO stmtLine
                           END-STRING
                           MOVE sbjPseudonym(sbjSlot) TO logPlayerId
                           MOVE logRecord TO wofData
                           MOVE wofRecord TO subRecord
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0011-CHECK-PRIZE-RECORD
      *>
      *> Wins, holds, voided holds, vouchers and the POS
      *> acknowledgments.  A win and its acknowledgment are paired
      *> on player id by the reconciliation, so both take the same
      *> pseudonym in the one run and still pair up afterwards.
      *>****************************************************************
           B0011-CHECK-PRIZE-RECORD.
           IF lstKind = "WIN"
               THEN MOVE subRecord TO winRecord
                   MOVE winPlayerId TO idWanted
                   PERFORM B0020-FIND-ID
                   IF sbjSlot > 0
                       THEN MOVE 'Y' TO matchFlag
                           STRING "  " DELIMITED BY SIZE
                               winTimestamp DELIMITED BY SIZE
                               "  terminal " DELIMITED BY SIZE
                               winTerminalId DELIMITED BY SIZE
                               "  tier " DELIMITED BY SIZE
                               winTierName DELIMITED BY SIZE
                               "  prize " DELIMITED BY SIZE
                               winPrizeCode DELIMITED BY SIZE
                               "  voucher " DELIMITED BY SIZE
                               winVoucherNo DELIMITED BY SIZE
                               INTO stmtLine
                           END-STRING
                           MOVE sbjPseudonym(sbjSlot) TO winPlayerId
                           MOVE winRecord TO subRecord
                   END-IF
           END-IF.
           IF lstKind = "HLD"
               THEN MOVE subRecord TO hldRecord
                   MOVE hldPlayerId TO idWanted
                   PERFORM B0020-FIND-ID
                   IF sbjSlot > 0
                       THEN MOVE 'Y' TO matchFlag
                           STRING "  " DELIMITED BY SIZE
                               hldTimestamp DELIMITED BY SIZE
                               "  terminal " DELIMITED BY SIZE
                               hldTerminalId DELIMITED BY SIZE
                               "  tier " DELIMITED BY SIZE
                               hldTierName DELIMITED BY SIZE
                               "  prize " DELIMITED BY SIZE
                               hldPrizeCode DELIMITED BY SIZE
                               "  held, reason " DELIMITED BY SIZE
                               hldReason DELIMITED BY SIZE
                               INTO stmtLine
                           END-STRING
                           MOVE sbjPseudonym(sbjSlot) TO hldPlayerId
                           MOVE hldRecord TO subRecord
                   END-IF
           END-IF.
           IF lstKind = "HVD"
               THEN MOVE subRecord TO hvdRecord
                   MOVE hvdData TO hldRecord
                   MOVE hldPlayerId TO idWanted
                   PERFORM B0020-FIND-ID
                   IF sbjSlot > 0
                       THEN MOVE 'Y' TO matchFlag
                           STRING "  " DELIMITED BY SIZE
                               hldTimestamp DELIMITED BY SIZE
                               "  terminal " DELIMITED BY SIZE
                               hldTerminalId DELIMITED BY SIZE
                               "  prize " DELIMITED BY SIZE
                               hldPrizeCode DELIMITED BY SIZE
                               "  voided " DELIMITED BY SIZE
                               hvdDate DELIMITED BY SIZE
                               ", reason " DELIMITED BY SIZE
                               hvdReason DELIMITED BY SIZE
                               INTO stmtLine
                           END-STRING
                           MOVE sbjPseudonym(sbjSlot) TO hldPlayerId
                           MOVE hldRecord TO hvdData
                           MOVE hvdRecord TO subRecord
                   END-IF
           END-IF.
           IF lstKind = "VCH"
               THEN MOVE subRecord TO vchRecord
                   MOVE vchPlayerId TO idWanted
                   PERFORM B0020-FIND-ID
                   IF sbjSlot > 0
                       THEN MOVE 'Y' TO matchFlag
                           STRING "  voucher " DELIMITED BY SIZE
                               vchVoucherNo DELIMITED BY SIZE
                               "  issued " DELIMITED BY SIZE
                               vchIssueDate DELIMITED BY SIZE
                               "  prize " DELIMITED BY SIZE
                               vchPrizeCode DELIMITED BY SIZE
                               "  status " DELIMITED BY SIZE
                               vchStatus DELIMITED BY SIZE
                               " since " DELIMITED BY SIZE
                               vchStatusDate DELIMITED BY SIZE
                               INTO stmtLine
                           END-STRING
                           MOVE sbjPseudonym(sbjSlot) TO vchPlayerId
                           MOVE vchRecord TO subRecord
                   END-IF
           END-IF.
           IF lstKind = "ACK"
               THEN MOVE subRecord TO ackRecord
                   MOVE ackPlayerId TO idWanted
                   PERFORM B0020-FIND-ID
                   IF sbjSlot > 0
                       THEN MOVE 'Y' TO matchFlag
                           STRING "  " DELIMITED BY SIZE
                               ackTimestamp DELIMITED BY SIZE
                               "  redeemed " DELIMITED BY SIZE
                               ackRedeemDate DELIMITED BY SIZE
                               "  voucher " DELIMITED BY SIZE
                               ackVoucherNo DELIMITED BY SIZE
                               INTO stmtLine
                           END-STRING
                           MOVE sbjPseudonym(sbjSlot) TO ackPlayerId
                           MOVE ackRecord TO subRecord
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0012-PUT-BACK
      *>
      *> Copies the rewritten scratch copy back over the listed
      *> file whole, then empties the scratch copy.
      *>****************************************************************
           B0012-PUT-BACK.
           MOVE 'N' TO subEofFlag.
           OPEN INPUT SUBJECT-WORK-FILE.
           OPEN OUTPUT SUBJECT-FILE.
           PERFORM UNTIL subEof
               READ SUBJECT-WORK-FILE
                   AT END MOVE 'Y' TO subEofFlag
                   NOT AT END
                       WRITE subRecord FROM subWorkRecord
               END-READ
           END-PERFORM.
           CLOSE SUBJECT-FILE.
           CLOSE SUBJECT-WORK-FILE.
           OPEN OUTPUT SUBJECT-WORK-FILE.
           CLOSE SUBJECT-WORK-FILE.

      *>****************************************************************
      *> B0013-KIND-HEADING
      *>
      *> Starts a statement section for the kind of file in
      *> lstKind, once per kind however many files of it follow.
      *>****************************************************************
           B0013-KIND-HEADING.
           IF lstKind NOT = lastKind
               THEN MOVE lstKind TO lastKind
                   MOVE SPACES TO stmtLine
                   PERFORM B0005-WRITE-LINE
                   MOVE 1 TO kindIdx
                   PERFORM UNTIL kindIdx > 19
                       IF kindCode(kindIdx) = lstKind
                           THEN MOVE kindTitle(kindIdx) TO stmtLine
                       END-IF
                       ADD 1 TO kindIdx
                   END-PERFORM
                   PERFORM B0005-WRITE-LINE
           END-IF.

      *>****************************************************************
      *> B0014-MERGED-CARD
      *>
      *> A card merged into the player's, in the record area at
      *> sbjIdx: listed on a statement; on an erasure re-keyed to
      *> its own pseudonym and pointed at the player's.
      *>****************************************************************
           B0014-MERGED-CARD.
           IF accessRequest
               THEN STRING "  card " DELIMITED BY SIZE
                       crdCardId DELIMITED BY SIZE
                       "  merged into this card " DELIMITED BY SIZE
                       crdStatusDate DELIMITED BY SIZE
                       INTO stmtLine
                   END-STRING
                   PERFORM B0005-WRITE-LINE
               ELSE DELETE CARD-FILE
                       INVALID KEY
                           DISPLAY "Registry delete failed for "
                               crdCardId "; erase again."
                       NOT INVALID KEY
                           MOVE sbjPseudonym(sbjIdx) TO crdCardId
                           MOVE pseudonym TO crdMergedInto
                           WRITE crdRecord
                               INVALID KEY
                                   DISPLAY "Registry write failed for "
                                       crdCardId "; a merged card is"
                                       " gone from the registry."
                           END-WRITE
                   END-DELETE
           END-IF.

      *>****************************************************************
      *> B0015-WRITE-REQUEST-LOG
      *>
      *> Appends the request to MM0SAR with its counts.  An erasure
      *> is logged under the pseudonym only - the erased id is
      *> never written anywhere again.
      *>****************************************************************
           B0015-WRITE-REQUEST-LOG.
           MOVE SPACES TO sarRecord.
           MOVE operatorId TO sarOperatorId.
           MOVE timestamp TO sarTimestamp.
           MOVE requestAction TO sarAction.
           MOVE caseReference TO sarReference.
           IF erasureRequest
               THEN MOVE pseudonym TO sarSubjectId
               ELSE MOVE subjectId TO sarSubjectId
           END-IF.
           MOVE filesWalked TO sarFilesWalked.
           MOVE countTable TO sarCounts.
           OPEN EXTEND REQUEST-FILE.
           WRITE requestRecord FROM sarRecord.
           CLOSE REQUEST-FILE.

      *>****************************************************************
      *> B0016-STAMP-TIME
      *>
      *> Refreshes timestamp in the YYYYMMDD-HHMMSS shape every
      *> record layout carries.
      *>****************************************************************
           B0016-STAMP-TIME.
           ACCEPT tsDate FROM DATE YYYYMMDD.
           ACCEPT tsTime FROM TIME.
           STRING tsDate DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  tsTime DELIMITED BY SIZE
               INTO timestamp
           END-STRING.

      *>****************************************************************
      *> B0017-CHECK-OTHER-RECORD
      *>
      *> The card trail, standings rungs, warehouse feed batches,
      *> master dumps, earlier statements and earlier requests.  In
      *> the feed only round (L) and win (W) records carry a player,
      *> each at a fixed place.  A statement line is print, so an id
      *> there is only taken when it stands on its own between
      *> spaces or pipes.  A dump record is the master record flat
      *> and goes the way the master record went.
      *>****************************************************************
           B0017-CHECK-OTHER-RECORD.
           IF lstKind = "CTR"
               THEN MOVE subRecord TO ctrRecord
                   MOVE ctrCardId TO idWanted
                   PERFORM B0020-FIND-ID
                   MOVE sbjSlot TO cardSlot
                   MOVE ctrOtherCardId TO idWanted
                   PERFORM B0020-FIND-ID
                   MOVE sbjSlot TO otherSlot
                   IF cardSlot > 0 OR otherSlot > 0
                       THEN MOVE 'Y' TO matchFlag
                           STRING "  " DELIMITED BY SIZE
                               ctrTimestamp DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               ctrAction DELIMITED BY SIZE
                               "  card " DELIMITED BY SIZE
                               ctrCardId DELIMITED BY SIZE
                               "  other card " DELIMITED BY SIZE
                               ctrOtherCardId DELIMITED BY SIZE
                               "  reason " DELIMITED BY SIZE
                               ctrReason DELIMITED BY SIZE
                               INTO stmtLine
                           END-STRING
                           IF cardSlot > 0
                               THEN MOVE sbjPseudonym(cardSlot)
                                       TO ctrCardId
                           END-IF
                           IF otherSlot > 0
                               THEN MOVE sbjPseudonym(otherSlot)
                                       TO ctrOtherCardId
                           END-IF
                           MOVE ctrRecord TO subRecord
                   END-IF
           END-IF.
           IF lstKind = "STD"
               THEN MOVE subRecord TO stdRecord
                   MOVE stdPlayerId TO idWanted
                   PERFORM B0020-FIND-ID
                   IF sbjSlot > 0
                       THEN MOVE 'Y' TO matchFlag
                           STRING "  " DELIMITED BY SIZE
                               stdScope DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               stdCategory DELIMITED BY SIZE
                               "  rank " DELIMITED BY SIZE
                               stdRank DELIMITED BY SIZE
                               "  value " DELIMITED BY SIZE
                               stdValue DELIMITED BY SIZE
                               "  board built " DELIMITED BY SIZE
                               stdBuiltDate DELIMITED BY SIZE
                               INTO stmtLine
                           END-STRING
                           MOVE sbjPseudonym(sbjSlot) TO stdPlayerId
                           MOVE stdRecord TO subRecord
                   END-IF
           END-IF.
           IF lstKind = "XTR"
               THEN MOVE SPACES TO idWanted
                   IF subRecord(1:2) = "L|"
                       THEN MOVE subRecord(28:10) TO idWanted
                   END-IF
                   IF subRecord(1:2) = "W|"
                       THEN MOVE subRecord(3:10) TO idWanted
                   END-IF
                   PERFORM B0020-FIND-ID
                   IF sbjSlot > 0
                       THEN MOVE 'Y' TO matchFlag
                           STRING "  " DELIMITED BY SIZE
                               subRecord(1:80) DELIMITED BY SIZE
                               INTO stmtLine
                           END-STRING
                   END-IF
                   IF sbjSlot > 0 AND subRecord(1:2) = "L|"
                       THEN MOVE sbjPseudonym(sbjSlot)
                               TO subRecord(28:10)
                   END-IF
                   IF sbjSlot > 0 AND subRecord(1:2) = "W|"
                       THEN MOVE sbjPseudonym(sbjSlot)
                               TO subRecord(3:10)
                   END-IF
           END-IF.
           IF lstKind = "SAS"
               THEN STRING "  " DELIMITED BY SIZE
                       subRecord(1:80) DELIMITED BY SIZE
                       INTO stmtLine
                   END-STRING
                   PERFORM B0022-SCAN-STATEMENT
           END-IF.
           IF lstKind = "DMP"
               THEN MOVE subRecord TO dumpRecord
                   MOVE dumpPlayerId TO idWanted
                   PERFORM B0020-FIND-ID
                   IF sbjSlot > 0
                       THEN MOVE 'Y' TO matchFlag
                           MOVE 'N' TO keepFlag
                           STRING "  rounds " DELIMITED BY SIZE
                               dumpRounds DELIMITED BY SIZE
                               "  wins " DELIMITED BY SIZE
                               dumpWins DELIMITED BY SIZE
                               "  best turns " DELIMITED BY SIZE
                               dumpBestTurns DELIMITED BY SIZE
                               "  streak " DELIMITED BY SIZE
                               dumpStreak DELIMITED BY SIZE
                               "  last played " DELIMITED BY SIZE
                               dumpLastPlayed DELIMITED BY SIZE
                               INTO stmtLine
                           END-STRING
                   END-IF
           END-IF.
           IF lstKind = "SAR"
               THEN MOVE subRecord TO sarRecord
                   MOVE sarSubjectId TO idWanted
                   PERFORM B0020-FIND-ID
                   IF sbjSlot > 0
                       THEN MOVE 'Y' TO matchFlag
                           STRING "  " DELIMITED BY SIZE
                               sarTimestamp DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               sarAction DELIMITED BY SIZE
                               "  case " DELIMITED BY SIZE
                               sarReference DELIMITED BY SIZE
                               "  by " DELIMITED BY SIZE
                               sarOperatorId DELIMITED BY SIZE
                               INTO stmtLine
                           END-STRING
                           MOVE sbjPseudonym(sbjSlot) TO sarSubjectId
                           MOVE sarRecord TO subRecord
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0018-STATEMENT-DETAIL
      *>
      *> Puts the matching record's line on the statement, under
      *> its kind's heading and the file it was found in.
      *>****************************************************************
           B0018-STATEMENT-DETAIL.
           MOVE stmtLine TO detailLine.
           MOVE SPACES TO stmtLine.
           PERFORM B0013-KIND-HEADING.
           IF fileMatches = 1
               THEN STRING "  in " DELIMITED BY SIZE
                       lstPath DELIMITED BY SPACE
                       INTO stmtLine
                   END-STRING
                   PERFORM B0005-WRITE-LINE
           END-IF.
           MOVE detailLine TO stmtLine.
           PERFORM B0005-WRITE-LINE.

      *>****************************************************************
      *> B0019-COLLECT-IDS
      *>
      *> Builds the ids the request covers: the player's own, then
      *> every card the registry shows merged into it.  Done before
      *> anything is changed, so a player with more merged cards
      *> than the table holds is refused with nothing touched.
      *>****************************************************************
           B0019-COLLECT-IDS.
           MOVE SPACES TO sbjTable.
           MOVE 1 TO sbjCount.
           MOVE 0 TO sbjOverflow.
           MOVE subjectId TO sbjId(1).
           MOVE 'N' TO crdEofFlag.
           OPEN INPUT CARD-FILE.
           MOVE LOW-VALUES TO crdCardId.
           START CARD-FILE KEY NOT < crdCardId
               INVALID KEY MOVE 'Y' TO crdEofFlag
           END-START.
           PERFORM UNTIL crdEof
               READ CARD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO crdEofFlag
                   NOT AT END
                       IF crdMerged AND crdMergedInto = subjectId
                           AND crdCardId NOT = subjectId
                           THEN IF sbjCount < sbjMax
                                   THEN ADD 1 TO sbjCount
                                       MOVE crdCardId
                                           TO sbjId(sbjCount)
                                   ELSE ADD 1 TO sbjOverflow
                               END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CARD-FILE.
           IF sbjOverflow > 0
               THEN DISPLAY subjectId " has " sbjOverflow
                       " merged cards more than the " sbjMax
                       " one request can cover; no request run."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.

      *>****************************************************************
      *> B0020-FIND-ID
      *>
      *> Sets sbjSlot to the entry holding idWanted, or to zero
      *> when the request does not cover it.
      *>****************************************************************
           B0020-FIND-ID.
           MOVE 0 TO sbjSlot.
           IF idWanted NOT = SPACES
               THEN MOVE 1 TO sbjIdx
                   PERFORM UNTIL sbjIdx > sbjCount OR sbjSlot > 0
                       IF sbjId(sbjIdx) = idWanted
                           THEN MOVE sbjIdx TO sbjSlot
                       END-IF
                       ADD 1 TO sbjIdx
                   END-PERFORM
           END-IF.

      *>****************************************************************
      *> B0021-ONE-MASTER-RECORD
      *>
      *> The MM0PLR record under the id at sbjIdx, if there is one.
      *>****************************************************************
           B0021-ONE-MASTER-RECORD.
           MOVE 'N' TO matchFlag.
           MOVE sbjId(sbjIdx) TO plrPlayerId.
           READ PLAYER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO matchFlag
           END-READ.
           IF recordMatches AND erasureRequest
               THEN DELETE PLAYER-FILE
                       INVALID KEY MOVE 'N' TO matchFlag
                           DISPLAY "Master delete failed for "
                               plrPlayerId "; run the verify pass and"
                               " erase again."
                   END-DELETE
           END-IF.
           IF recordMatches
               THEN ADD 1 TO kindCount(1)
           END-IF.
           IF recordMatches AND accessRequest
               THEN STRING "  " DELIMITED BY SIZE
                       plrPlayerId DELIMITED BY SIZE
                       "  rounds " DELIMITED BY SIZE
                       plrRounds DELIMITED BY SIZE
                       "  wins " DELIMITED BY SIZE
                       plrWins DELIMITED BY SIZE
                       "  best turns " DELIMITED BY SIZE
                       plrBestTurns DELIMITED BY SIZE
                       "  streak " DELIMITED BY SIZE
                       plrStreak DELIMITED BY SIZE
                       "  last played " DELIMITED BY SIZE
                       plrLastPlayed DELIMITED BY SIZE
                       INTO stmtLine
                   END-STRING
                   PERFORM B0005-WRITE-LINE
           END-IF.

      *>****************************************************************
      *> B0022-SCAN-STATEMENT
      *>
      *> Walks an earlier statement line for the ids the request
      *> covers.  An id only counts where it stands on its own, with
      *> a space, a pipe or the edge of the line either side of it,
      *> and it is replaced there and nowhere else.
      *>****************************************************************
           B0022-SCAN-STATEMENT.
           MOVE 1 TO scanPos.
           PERFORM UNTIL scanPos > 191
               MOVE SPACE TO prevChar
               IF scanPos > 1
                   THEN MOVE subRecord(scanPos - 1:1) TO prevChar
               END-IF
               MOVE SPACE TO nextChar
               IF scanPos < 191
                   THEN MOVE subRecord(scanPos + 10:1) TO nextChar
               END-IF
               MOVE 0 TO sbjSlot
               IF (prevChar = SPACE OR prevChar = "|")
                   AND (nextChar = SPACE OR nextChar = "|")
                   THEN MOVE subRecord(scanPos:10) TO idWanted
                       PERFORM B0020-FIND-ID
               END-IF
               IF sbjSlot > 0
                   THEN MOVE 'Y' TO matchFlag
                       MOVE sbjPseudonym(sbjSlot)
                           TO subRecord(scanPos:10)
                       ADD 10 TO scanPos
                   ELSE ADD 1 TO scanPos
               END-IF
           END-PERFORM.

       END PROGRAM MastSubject.
