       IDENTIFICATION DIVISION.
       PROGRAM-ID. MastShift.

      *>****************************************************************
      *> MastShift - weekly attendant shift report
      *>
      *> Reads the MM0SHF shift settlements the kiosks wrote at every
      *> SHIFT change and END shutdown, as archived by the nightly
      *> and gathered by run_shift_report.sh from every kiosk run
      *> directory, and turns them into something area managers can
      *> staff from:
      *>
      *>   - per attendant: shifts worked, staffed hours, rounds and
      *>     wins per staffed hour, and prizes issued;
      *>   - per terminal: the same over its staffed shifts, and the
      *>     hours (and rounds) it ran as UNATTEND;
      *>   - every shift whose counters disagree with the rounds and
      *>     prizes actually on file, found by re-running the
      *>     kiosk's own cross-foot (B0032-CROSSFOOT-SHIFT) over the
      *>     archived MM0LOG and the MM0WIN interface file - the
      *>     discrepancy the kiosk flagged at handover and nobody
      *>     wrote down.  A held prize MastMaint later released
      *>     reaches MM0WIN under its original win stamp but was
      *>     never a prize of the shift it was won in, so the
      *>     releases journalled on MM0CHJ are left out of the
      *>     re-run;
      *>   - the attendants with more than one discrepant shift in
      *>     the period, for the follow-up conversation.
      *>
      *> Inputs, all in the run directory:
      *>
      *>   MM0SHI  gathered shift settlements (MM0SHF layout)
      *>   MM0SLI  gathered archived rounds (MM0LOG layout)
      *>   MM0SWI  gathered win/loyalty records (MM0WIN layout)
      *>   MM0SJI  gathered change journals (MM0CHJ layout)
      *>
      *> MM0SHR_FROM (YYYYMMDD) starts the period: shifts that closed
      *> before it are left out.  The activity figures are the
      *> shift's own settled counters; the re-run figures only
      *> decide whether the shift is listed as discrepant.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SHIFT-FILE ASSIGN TO "MM0SHI"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ROUND-FILE ASSIGN TO "MM0SLI"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL WIN-FILE ASSIGN TO "MM0SWI"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "MM0SJI"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIFT-FILE.
           COPY MM0SHF.

       FD  ROUND-FILE.
           COPY MM0LOG.

       FD  WIN-FILE.
           COPY MM0WIN.

       FD  JOURNAL-FILE.
           COPY MM0CHJ.

       WORKING-STORAGE SECTION.

           77 eofFlag PIC X(01) VALUE 'N'.
               88 eof VALUE 'Y'.

           77 fromDate PIC X(08) VALUE "00000000".
           77 dateAnswer PIC X(08) VALUE SPACES.
           77 periodFirst PIC X(15) VALUE HIGH-VALUES.
           77 periodLast PIC X(15) VALUE LOW-VALUES.

      *>     Every shift in the period, sorted by terminal and close
      *>     so each shift knows the close of the one before it on
      *>     the same terminal, as the kiosk did at the time
           77 shfMax PIC 9(04) VALUE 2000.
           77 shfCount PIC 9(04) VALUE 0.
           77 shfOverflow PIC 9(06) VALUE 0.
           01 shiftTable.
               05 shiftEntry OCCURS 2000 TIMES.
                   10 tabTerminalId PIC X(08).
                   10 tabCloseTs PIC X(15).
                   10 tabAttendantId PIC X(08).
                   10 tabOpenTs PIC X(15).
                   10 tabPrevCloseTs PIC X(15).
                   10 tabRounds PIC 9(04).
                   10 tabWins PIC 9(04).
                   10 tabPrizes PIC 9(04).
                   10 tabXfRounds PIC 9(04).
                   10 tabXfWins PIC 9(04).
                   10 tabXfPrizes PIC 9(04).
                   10 tabSeconds PIC 9(07).
                   10 tabDiscrepFlag PIC X(01).
                       88 tabDiscrepant VALUE 'Y'.

           77 shfIdx PIC 9(04).
           77 shfJdx PIC 9(04).
           77 shfSlot PIC 9(04).
           01 shiftSwapEntry PIC X(93).

      *>     The record being placed in its shift window for the
      *>     cross-foot re-run, and the rounds that fit no window
           77 placeTerminal PIC X(08).
           77 placeTs PIC X(15).
           77 outsideRounds PIC 9(06) VALUE 0.

      *>     Held prizes released by MastMaint, by terminal and the
      *>     voucher they were released under, for wins won inside
      *>     the period
           77 relMax PIC 9(04) VALUE 2000.
           77 relCount PIC 9(04) VALUE 0.
           77 relOverflow PIC 9(06) VALUE 0.
           01 releaseTable.
               05 releaseEntry OCCURS 2000 TIMES.
                   10 relTerminalId PIC X(08).
                   10 relVoucherNo PIC X(12).
           77 relIdx PIC 9(04).
           77 relSlot PIC 9(04).
           77 releasedPrizes PIC 9(06) VALUE 0.

      *>     Shift length: both ends in seconds since the
      *>     INTEGER-OF-DATE epoch
           77 stampWork PIC X(15).
           77 stampDate PIC 9(08).
           77 stampHh PIC 9(02).
           77 stampMm PIC 9(02).
           77 stampSs PIC 9(02).
           77 stampSeconds PIC 9(11).
           77 openSeconds PIC 9(11).
           77 badShifts PIC 9(06) VALUE 0.

      *>     Per-attendant rollup
           77 attMax PIC 9(03) VALUE 300.
           77 attCount PIC 9(03) VALUE 0.
           77 attOverflow PIC 9(06) VALUE 0.
           01 attendantTable.
               05 attendantEntry OCCURS 300 TIMES.
                   10 attId PIC X(08).
                   10 attShifts PIC 9(05).
                   10 attSeconds PIC 9(09).
                   10 attRounds PIC 9(07).
                   10 attWins PIC 9(07).
                   10 attPrizes PIC 9(07).
                   10 attDiscreps PIC 9(05).

           77 attIdx PIC 9(03).
           77 attSlot PIC 9(03).

      *>     Per-terminal rollup: staffed shifts and UNATTEND time
      *>     kept apart
           77 trmMax PIC 9(03) VALUE 200.
           77 trmCount PIC 9(03) VALUE 0.
           77 trmOverflow PIC 9(06) VALUE 0.
           01 terminalTable.
               05 terminalEntry OCCURS 200 TIMES.
                   10 trmId PIC X(08).
                   10 trmShifts PIC 9(05).
                   10 trmSeconds PIC 9(09).
                   10 trmRounds PIC 9(07).
                   10 trmWins PIC 9(07).
                   10 trmPrizes PIC 9(07).
                   10 trmDiscreps PIC 9(05).
                   10 trmUnSeconds PIC 9(09).
                   10 trmUnRounds PIC 9(07).
                   10 trmUnPrizes PIC 9(07).

           77 trmIdx PIC 9(03).
           77 trmSlot PIC 9(03).

           77 discrepCount PIC 9(05) VALUE 0.
           77 repeatCount PIC 9(05) VALUE 0.

      *>     Print work
           77 rptSeconds PIC 9(09).
           77 rptCount PIC 9(07).
           77 hoursWork PIC 9(06)V99.
           77 hoursDisp PIC ZZZZZ9.99.
           77 rateWork PIC 9(05)V99.
           77 rateDisp PIC ZZZZ9.99.
           77 roundRateDisp PIC ZZZZ9.99.
           77 winRateDisp PIC ZZZZ9.99.
           77 unHoursDisp PIC ZZZZZ9.99.
           77 cntDisp PIC ZZZZZZ9.

       PROCEDURE DIVISION.

           A0001-INITIALIZE.
           ACCEPT dateAnswer FROM ENVIRONMENT "MM0SHR_FROM".
           IF dateAnswer NUMERIC
               THEN MOVE dateAnswer TO fromDate
           END-IF.

           A0002-LOAD-SHIFTS.
           MOVE 'N' TO eofFlag.
           OPEN INPUT SHIFT-FILE.
           PERFORM UNTIL eof
               READ SHIFT-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END PERFORM B0001-STORE-SHIFT
               END-READ
           END-PERFORM.
           CLOSE SHIFT-FILE.

           A0003-ORDER-SHIFTS.
           PERFORM B0002-SORT-SHIFTS.
           MOVE 1 TO shfIdx.
           PERFORM UNTIL shfIdx > shfCount
               MOVE SPACES TO tabPrevCloseTs(shfIdx)
               IF shfIdx > 1
                   THEN IF tabTerminalId(shfIdx - 1)
                           = tabTerminalId(shfIdx)
                           THEN MOVE tabCloseTs(shfIdx - 1)
                                   TO tabPrevCloseTs(shfIdx)
                       END-IF
               END-IF
               ADD 1 TO shfIdx
           END-PERFORM.

           A0004-CROSSFOOT-ROUNDS.
           MOVE 'N' TO eofFlag.
           OPEN INPUT ROUND-FILE.
           PERFORM UNTIL eof
               READ ROUND-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END
                       MOVE logTerminalId TO placeTerminal
                       MOVE logTimestamp TO placeTs
                       PERFORM B0003-PLACE-IN-SHIFT
                       IF shfSlot > 0
                           THEN ADD 1 TO tabXfRounds(shfSlot)
                               IF logWin
                                   THEN ADD 1 TO tabXfWins(shfSlot)
                               END-IF
                           ELSE IF logTimestamp(1:8) NOT < fromDate
                               THEN ADD 1 TO outsideRounds
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROUND-FILE.

           A0005-CROSSFOOT-PRIZES.
           PERFORM B0012-LOAD-RELEASES.
           MOVE 'N' TO eofFlag.
           OPEN INPUT WIN-FILE.
           PERFORM UNTIL eof
               READ WIN-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END
                       PERFORM B0013-FIND-RELEASE
                       IF relSlot > 0
                           THEN ADD 1 TO releasedPrizes
                           ELSE MOVE winTerminalId TO placeTerminal
                               MOVE winTimestamp TO placeTs
                               PERFORM B0003-PLACE-IN-SHIFT
                               IF shfSlot > 0
                                   THEN ADD 1 TO tabXfPrizes(shfSlot)
                               END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WIN-FILE.

           A0006-ROLL-UP.
           MOVE 1 TO shfIdx.
           PERFORM UNTIL shfIdx > shfCount
               PERFORM B0004-ROLL-UP-SHIFT
               ADD 1 TO shfIdx
           END-PERFORM.

           A0007-PRINT-REPORT.
           PERFORM B0007-PRINT-ATTENDANTS.
           PERFORM B0008-PRINT-TERMINALS.
           PERFORM B0009-PRINT-DISCREPANCIES.

           Z0001-TERMINATE.
           STOP RUN.

      *>****************************************************************
      *> B0001-STORE-SHIFT
      *>
      *> Files one settlement in the period, working out its length
      *> in seconds.  A record whose timestamps cannot be read, or
      *> whose close comes before its open, is counted and left out
      *> rather than guessed at.
      *>****************************************************************
           B0001-STORE-SHIFT.
           IF shfCloseTs(1:8) < fromDate
               THEN CONTINUE
           ELSE IF shfCount NOT < shfMax
               THEN ADD 1 TO shfOverflow
           ELSE
               MOVE shfOpenTs TO stampWork
               PERFORM B0006-STAMP-SECONDS
               MOVE stampSeconds TO openSeconds
               MOVE shfCloseTs TO stampWork
               PERFORM B0006-STAMP-SECONDS
               IF openSeconds = 0 OR stampSeconds < openSeconds
                   OR shfRounds NOT NUMERIC OR shfWins NOT NUMERIC
                   OR shfPrizes NOT NUMERIC
                   THEN ADD 1 TO badShifts
                   ELSE ADD 1 TO shfCount
                       MOVE shfTerminalId TO tabTerminalId(shfCount)
                       MOVE shfCloseTs TO tabCloseTs(shfCount)
                       MOVE shfAttendantId
                           TO tabAttendantId(shfCount)
                       MOVE shfOpenTs TO tabOpenTs(shfCount)
                       MOVE shfRounds TO tabRounds(shfCount)
                       MOVE shfWins TO tabWins(shfCount)
                       MOVE shfPrizes TO tabPrizes(shfCount)
                       MOVE 0 TO tabXfRounds(shfCount)
                       MOVE 0 TO tabXfWins(shfCount)
                       MOVE 0 TO tabXfPrizes(shfCount)
                       COMPUTE tabSeconds(shfCount) =
                           stampSeconds - openSeconds
                       IF shfOpenTs < periodFirst
                           THEN MOVE shfOpenTs TO periodFirst
                       END-IF
                       IF shfCloseTs > periodLast
                           THEN MOVE shfCloseTs TO periodLast
                       END-IF
               END-IF
           END-IF
           END-IF.

      *>****************************************************************
      *> B0002-SORT-SHIFTS
      *>
      *> Straight exchange sort of the shift table on terminal and
      *> close timestamp - the first two fields of an entry, so the
      *> entries compare whole on their leading 23 bytes.
      *>****************************************************************
           B0002-SORT-SHIFTS.
           MOVE 1 TO shfIdx.
           PERFORM UNTIL shfIdx > shfCount
               COMPUTE shfJdx = shfIdx + 1
               PERFORM UNTIL shfJdx > shfCount
                   IF shiftEntry(shfJdx)(1:23)
                       < shiftEntry(shfIdx)(1:23)
                       THEN MOVE shiftEntry(shfIdx) TO shiftSwapEntry
                           MOVE shiftEntry(shfJdx) TO shiftEntry(shfIdx)
                           MOVE shiftSwapEntry TO shiftEntry(shfJdx)
                   END-IF
                   ADD 1 TO shfJdx
               END-PERFORM
               ADD 1 TO shfIdx
           END-PERFORM.

      *>****************************************************************
      *> B0003-PLACE-IN-SHIFT
      *>
      *> Finds the shift placeTs falls in on placeTerminal by the
      *> kiosk's own cross-foot rule: from the opening second
      *> inclusive through the closing one, but after the previous
      *> shift's close, so a record in the second of a handover
      *> counts exactly once.  Sets shfSlot, zero when it falls in
      *> no settled shift.
      *>****************************************************************
           B0003-PLACE-IN-SHIFT.
           MOVE 0 TO shfSlot.
           MOVE 1 TO shfIdx.
           PERFORM UNTIL shfIdx > shfCount
               IF tabTerminalId(shfIdx) = placeTerminal
                   AND placeTs NOT < tabOpenTs(shfIdx)
                   AND placeTs > tabPrevCloseTs(shfIdx)
                   AND placeTs NOT > tabCloseTs(shfIdx)
                   THEN MOVE shfIdx TO shfSlot
                       MOVE shfCount TO shfIdx
               END-IF
               ADD 1 TO shfIdx
           END-PERFORM.

      *>****************************************************************
      *> B0004-ROLL-UP-SHIFT
      *>
      *> Adds one shift to its attendant and its terminal.  An
      *> UNATTEND shift is nobody's: it goes only to the terminal's
      *> unattended hours, rounds and prizes.
      *>****************************************************************
           B0004-ROLL-UP-SHIFT.
           PERFORM B0005-FIND-TERMINAL.
           MOVE 'N' TO tabDiscrepFlag(shfIdx).
           IF tabRounds(shfIdx) NOT = tabXfRounds(shfIdx)
               OR tabWins(shfIdx) NOT = tabXfWins(shfIdx)
               OR tabPrizes(shfIdx) NOT = tabXfPrizes(shfIdx)
               THEN MOVE 'Y' TO tabDiscrepFlag(shfIdx)
                   ADD 1 TO discrepCount
                   IF trmSlot > 0
                       THEN ADD 1 TO trmDiscreps(trmSlot)
                   END-IF
           END-IF.
           IF tabAttendantId(shfIdx) = "UNATTEND"
               THEN IF trmSlot > 0
                       THEN ADD tabSeconds(shfIdx)
                               TO trmUnSeconds(trmSlot)
                           ADD tabRounds(shfIdx)
                               TO trmUnRounds(trmSlot)
                           ADD tabPrizes(shfIdx)
                               TO trmUnPrizes(trmSlot)
                   END-IF
               ELSE PERFORM B0010-FIND-ATTENDANT
                   IF attSlot > 0
                       THEN ADD 1 TO attShifts(attSlot)
                           ADD tabSeconds(shfIdx) TO attSeconds(attSlot)
                           ADD tabRounds(shfIdx) TO attRounds(attSlot)
                           ADD tabWins(shfIdx) TO attWins(attSlot)
                           ADD tabPrizes(shfIdx) TO attPrizes(attSlot)
                           IF tabDiscrepant(shfIdx)
                               THEN ADD 1 TO attDiscreps(attSlot)
                           END-IF
                   END-IF
                   IF trmSlot > 0
                       THEN ADD 1 TO trmShifts(trmSlot)
                           ADD tabSeconds(shfIdx) TO trmSeconds(trmSlot)
                           ADD tabRounds(shfIdx) TO trmRounds(trmSlot)
                           ADD tabWins(shfIdx) TO trmWins(trmSlot)
                           ADD tabPrizes(shfIdx) TO trmPrizes(trmSlot)
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0005-FIND-TERMINAL
      *>
      *> Finds (or adds) the current shift's terminal in the
      *> terminal rollup.  Sets trmSlot, zero when the table is
      *> full.
      *>****************************************************************
           B0005-FIND-TERMINAL.
           MOVE 0 TO trmSlot.
           MOVE 1 TO trmIdx.
           PERFORM UNTIL trmIdx > trmCount
               IF trmId(trmIdx) = tabTerminalId(shfIdx)
                   THEN MOVE trmIdx TO trmSlot
                       MOVE trmCount TO trmIdx
               END-IF
               ADD 1 TO trmIdx
           END-PERFORM.
           IF trmSlot = 0
               THEN IF trmCount < trmMax
                       THEN ADD 1 TO trmCount
                           MOVE trmCount TO trmSlot
                           MOVE tabTerminalId(shfIdx) TO trmId(trmSlot)
                           MOVE 0 TO trmShifts(trmSlot)
                           MOVE 0 TO trmSeconds(trmSlot)
                           MOVE 0 TO trmRounds(trmSlot)
                           MOVE 0 TO trmWins(trmSlot)
                           MOVE 0 TO trmPrizes(trmSlot)
                           MOVE 0 TO trmDiscreps(trmSlot)
                           MOVE 0 TO trmUnSeconds(trmSlot)
                           MOVE 0 TO trmUnRounds(trmSlot)
                           MOVE 0 TO trmUnPrizes(trmSlot)
                       ELSE ADD 1 TO trmOverflow
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0006-STAMP-SECONDS
      *>
      *> Turns the YYYYMMDD-HHMMSS timestamp in stampWork into
      *> seconds in stampSeconds, zero when it cannot be read.
      *>****************************************************************
           B0006-STAMP-SECONDS.
           MOVE 0 TO stampSeconds.
           IF stampWork(1:8) NUMERIC AND stampWork(10:6) NUMERIC
               AND stampWork(5:2) > "00" AND stampWork(5:2) < "13"
               AND stampWork(7:2) > "00" AND stampWork(7:2) < "32"
               AND stampWork(10:2) < "24" AND stampWork(12:2) < "60"
               AND stampWork(14:2) < "60"
               THEN MOVE stampWork(1:8) TO stampDate
                   MOVE stampWork(10:2) TO stampHh
                   MOVE stampWork(12:2) TO stampMm
                   MOVE stampWork(14:2) TO stampSs
                   COMPUTE stampSeconds =
                       FUNCTION INTEGER-OF-DATE(stampDate) * 86400
                       + stampHh * 3600 + stampMm * 60 + stampSs
           END-IF.

      *>****************************************************************
      *> B0007-PRINT-ATTENDANTS
      *>
      *> The per-attendant section, in the order attendants were
      *> first seen on the sorted shifts.
      *>****************************************************************
           B0007-PRINT-ATTENDANTS.
           DISPLAY " ".
           DISPLAY "===== Mastermind Attendant Shift Report =====".
           IF shfCount = 0
               THEN DISPLAY "No shift settlements in the period."
               ELSE DISPLAY "Shifts from " periodFirst(1:8) " "
                       periodFirst(10:6) " to " periodLast(1:8) " "
                       periodLast(10:6) ": " shfCount
           END-IF.
           IF badShifts > 0
               THEN DISPLAY "Settlements with unusable timestamps or"
                       " counters, left out: " badShifts
           END-IF.
           IF shfOverflow > 0
               THEN DISPLAY "WARNING: " shfOverflow " settlement(s)"
                       " beyond the " shfMax "-shift table were left"
                       " out; run a shorter period."
           END-IF.
           DISPLAY " ".
           DISPLAY "By attendant (staffed shifts):".
           DISPLAY "  ATTENDANT SHIFTS  STAFFED-HRS  ROUNDS/HR"
               "    WINS/HR   PRIZES  DISCREP".
           MOVE 1 TO attIdx.
           PERFORM UNTIL attIdx > attCount
               MOVE attSeconds(attIdx) TO rptSeconds
               MOVE attRounds(attIdx) TO rptCount
               PERFORM B0011-FORMAT-RATE
               MOVE rateDisp TO roundRateDisp
               MOVE attWins(attIdx) TO rptCount
               PERFORM B0011-FORMAT-RATE
               MOVE rateDisp TO winRateDisp
               MOVE attShifts(attIdx) TO cntDisp
               DISPLAY "  " attId(attIdx) "  " cntDisp(3:5) " "
                   hoursDisp "   " roundRateDisp "   " winRateDisp
                   "  " attPrizes(attIdx) "    " attDiscreps(attIdx)
               ADD 1 TO attIdx
           END-PERFORM.
           IF attCount = 0
               THEN DISPLAY "  (no staffed shifts)"
           END-IF.
           IF attOverflow > 0
               THEN DISPLAY "  WARNING: " attOverflow " shift(s) of"
                       " attendants beyond the " attMax "-attendant"
                       " table were left out."
           END-IF.

      *>****************************************************************
      *> B0008-PRINT-TERMINALS
      *>
      *> The per-terminal section: staffed figures alongside the
      *> hours, rounds and prizes the terminal ran with nobody
      *> signed on.
      *>****************************************************************
           B0008-PRINT-TERMINALS.
           DISPLAY " ".
           DISPLAY "By terminal:".
           DISPLAY "  TERMINAL  SHIFTS  STAFFED-HRS  ROUNDS/HR"
               "    WINS/HR   PRIZES  UNATTEND-HRS  UN-ROUNDS"
               "  UN-PRIZES".
           MOVE 1 TO trmIdx.
           PERFORM UNTIL trmIdx > trmCount
               MOVE trmSeconds(trmIdx) TO rptSeconds
               MOVE trmRounds(trmIdx) TO rptCount
               PERFORM B0011-FORMAT-RATE
               MOVE rateDisp TO roundRateDisp
               MOVE trmWins(trmIdx) TO rptCount
               PERFORM B0011-FORMAT-RATE
               MOVE rateDisp TO winRateDisp
               COMPUTE hoursWork ROUNDED =
                   trmUnSeconds(trmIdx) / 3600
               MOVE hoursWork TO unHoursDisp
               MOVE trmShifts(trmIdx) TO cntDisp
               DISPLAY "  " trmId(trmIdx) "  " cntDisp(3:5) " "
                   hoursDisp "   " roundRateDisp "   " winRateDisp
                   "  " trmPrizes(trmIdx) "     " unHoursDisp
                   "    " trmUnRounds(trmIdx)
                   "    " trmUnPrizes(trmIdx)
               ADD 1 TO trmIdx
           END-PERFORM.
           IF trmOverflow > 0
               THEN DISPLAY "  WARNING: " trmOverflow " shift(s) on"
                       " terminals beyond the " trmMax "-terminal"
                       " table were left out."
           END-IF.

      *>****************************************************************
      *> B0009-PRINT-DISCREPANCIES
      *>
      *> Every shift whose settled counters disagree with the files,
      *> then the attendants with more than one such shift.
      *>****************************************************************
           B0009-PRINT-DISCREPANCIES.
           DISPLAY " ".
           DISPLAY "Discrepant shifts (settled counters vs. rounds"
               " and prizes on file):".
           IF discrepCount = 0
               THEN DISPLAY "  (none - every shift cross-foots)"
           END-IF.
           MOVE 1 TO shfIdx.
           PERFORM UNTIL shfIdx > shfCount
               IF tabDiscrepant(shfIdx)
                   THEN DISPLAY "  " tabTerminalId(shfIdx) " "
                           tabAttendantId(shfIdx) " "
                           tabOpenTs(shfIdx) " to "
                           tabCloseTs(shfIdx)
                       DISPLAY "      settled " tabRounds(shfIdx)
                           " rounds " tabWins(shfIdx) " wins "
                           tabPrizes(shfIdx) " prizes; files hold "
                           tabXfRounds(shfIdx) "/"
                           tabXfWins(shfIdx) "/"
                           tabXfPrizes(shfIdx)
               END-IF
               ADD 1 TO shfIdx
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "Attendants with more than one discrepant shift:".
           MOVE 1 TO attIdx.
           PERFORM UNTIL attIdx > attCount
               IF attDiscreps(attIdx) > 1
                   THEN ADD 1 TO repeatCount
                       DISPLAY "  " attId(attIdx) "  "
                           attDiscreps(attIdx) " of "
                           attShifts(attIdx) " shifts"
               END-IF
               ADD 1 TO attIdx
           END-PERFORM.
           IF repeatCount = 0
               THEN DISPLAY "  (none)"
           END-IF.
           IF releasedPrizes > 0
               THEN DISPLAY " "
                   DISPLAY "Held prizes released later, left out of"
                       " the prize cross-foot: " releasedPrizes
           END-IF.
           IF relOverflow > 0
               THEN DISPLAY "WARNING: " relOverflow " release(s)"
                       " beyond the " relMax "-release table were"
                       " not left out; their shifts may be listed"
                       " as discrepant."
           END-IF.
           IF outsideRounds > 0
               THEN DISPLAY " "
                   DISPLAY "Rounds on file in no settled shift"
                       " (kiosk stopped without a shutdown): "
                       outsideRounds
           END-IF.
           DISPLAY " ".

      *>****************************************************************
      *> B0010-FIND-ATTENDANT
      *>
      *> Finds (or adds) the current shift's attendant in the
      *> attendant rollup.  Sets attSlot, zero when the table is
      *> full.
      *>****************************************************************
           B0010-FIND-ATTENDANT.
           MOVE 0 TO attSlot.
           MOVE 1 TO attIdx.
           PERFORM UNTIL attIdx > attCount
               IF attId(attIdx) = tabAttendantId(shfIdx)
                   THEN MOVE attIdx TO attSlot
                       MOVE attCount TO attIdx
               END-IF
               ADD 1 TO attIdx
           END-PERFORM.
           IF attSlot = 0
               THEN IF attCount < attMax
                       THEN ADD 1 TO attCount
                           MOVE attCount TO attSlot
                           MOVE tabAttendantId(shfIdx)
                               TO attId(attSlot)
                           MOVE 0 TO attShifts(attSlot)
                           MOVE 0 TO attSeconds(attSlot)
                           MOVE 0 TO attRounds(attSlot)
                           MOVE 0 TO attWins(attSlot)
                           MOVE 0 TO attPrizes(attSlot)
                           MOVE 0 TO attDiscreps(attSlot)
                       ELSE ADD 1 TO attOverflow
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0011-FORMAT-RATE
      *>
      *> Edits rptSeconds as hours in hoursDisp and rptCount per
      *> hour of it in rateDisp - zero where there were no hours.
      *>****************************************************************
           B0011-FORMAT-RATE.
           COMPUTE hoursWork ROUNDED = rptSeconds / 3600.
           MOVE hoursWork TO hoursDisp.
           MOVE 0 TO rateWork.
           IF rptSeconds > 0
               THEN COMPUTE rateWork ROUNDED =
                       (rptCount * 3600) / rptSeconds
           END-IF.
           MOVE rateWork TO rateDisp.

      *>****************************************************************
      *> B0012-LOAD-RELEASES
      *>
      *> Files every REL record on the gathered change journals for
      *> a win stamped within the period: the journal names the
      *> hold by its terminal and win stamp and carries the voucher
      *> it was released under.
      *>****************************************************************
           B0012-LOAD-RELEASES.
           MOVE 'N' TO eofFlag.
           OPEN INPUT JOURNAL-FILE.
           PERFORM UNTIL eof
               READ JOURNAL-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END
                       IF chjRelease
                           AND chjSubject(10:15) NOT < periodFirst
                           AND chjSubject(10:15) NOT > periodLast
                           THEN IF relCount < relMax
                                   THEN ADD 1 TO relCount
                                       MOVE chjSubject(1:8)
                                           TO relTerminalId(relCount)
                                       MOVE chjAfter(1:12)
                                           TO relVoucherNo(relCount)
                                   ELSE ADD 1 TO relOverflow
                               END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

      *>****************************************************************
      *> B0013-FIND-RELEASE
      *>
      *> Sets relSlot to the release the MM0WIN record in hand was
      *> written by, zero when it was not a released hold.
      *>****************************************************************
           B0013-FIND-RELEASE.
           MOVE 0 TO relSlot.
           IF winVoucherNo NOT = SPACES
               THEN MOVE 1 TO relIdx
                   PERFORM UNTIL relIdx > relCount
                       IF relTerminalId(relIdx) = winTerminalId
                           AND relVoucherNo(relIdx) = winVoucherNo
                           THEN MOVE relIdx TO relSlot
                               MOVE relCount TO relIdx
                       END-IF
                       ADD 1 TO relIdx
                   END-PERFORM
           END-IF.

       END PROGRAM MastShift.
