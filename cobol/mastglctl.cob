       IDENTIFICATION DIVISION.
       PROGRAM-ID. MastGLCtl.

      *>****************************************************************
      *> MastGLCtl - month-end general ledger prize control
      *>
      *> Proves a month of a kiosk's MastGLPost prize journals
      *> (MM0GLI, gathered in date order by run_gl_control.sh) and
      *> ties what they posted back to the MastPrize month-to-date
      *> figure, so finance can sign the month off without
      *> re-keying anything:
      *>
      *>   - every journal is a header, its lines and a trailer
      *>     whose line count and debit and credit totals match the
      *>     lines, debits equal to credits; the batch numbers step
      *>     by one with no gap or repeat and every journal carries
      *>     the period asked for;
      *>   - the journals' expense, clearance and suspense figures
      *>     agree with the MM0GLW posting register for the period,
      *>     and every register posting's journal is in the gather;
      *>   - the month-to-date prize spend is recomputed exactly as
      *>     MastPrize computes it - wins timestamped in the month
      *>     with a prize code, priced at today's MM0PVL - and
      *>     bridged to the expense posted: less what the month
      *>     posted for other months' wins (releases of older held
      *>     prizes), plus this month's wins posted in another
      *>     month or not posted yet, plus or minus repricing since
      *>     posting.  Anything the bridge cannot explain is shown.
      *>
      *> Any failure prints DOES NOT TIE and ends with return code
      *> 8.  The period defaults to the current month;
      *> MM0GLC_PERIOD=YYYYMM reports another.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOURNAL-IN-FILE ASSIGN TO "MM0GLI"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REGISTER-FILE ASSIGN TO "MM0GLW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL WIN-FILE ASSIGN TO "MM0WIN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL VALUE-FILE ASSIGN TO "MM0PVL"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-IN-FILE.
       01  journalRecord       PIC X(120).

       FD  REGISTER-FILE.
           COPY MM0GLW.

       FD  WIN-FILE.
           COPY MM0WIN.

       FD  VALUE-FILE.
           COPY MM0PVL.

       WORKING-STORAGE SECTION.

           77 eofFlag PIC X(01) VALUE 'N'.
               88 eof VALUE 'Y'.

           77 runDate PIC 9(08).
           77 period PIC X(06).
           77 periodAnswer PIC X(06) VALUE SPACES.

      *>     Set by anything that stops the month signing off
           77 failFlag PIC X(01) VALUE 'N'.
               88 failed VALUE 'Y'.

      *>     The value master
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

      *>     Tokens off the journal record under review; tokenType is
      *>     the H/L/T tag, t1-t7 the delimited fields after it
           77 tokenType PIC X(01).
           77 t1 PIC X(18).
           77 t2 PIC X(18).
           77 t3 PIC X(18).
           77 t4 PIC X(18).
           77 t5 PIC X(18).
           77 t6 PIC X(18).
           77 t7 PIC X(18).

      *>     The journal being proved
           77 inBatchFlag PIC X(01) VALUE 'N'.
               88 inBatch VALUE 'Y'.
           77 batchBadFlag PIC X(01) VALUE 'N'.
               88 batchBad VALUE 'Y'.
           77 curTerminal PIC X(08) VALUE SPACES.
           77 curSeq PIC 9(06) VALUE 0.
           77 curDate PIC X(08) VALUE SPACES.
           77 lastSeq PIC 9(06) VALUE 0.
           77 batchLines PIC 9(06) VALUE 0.
           77 batchDebit PIC 9(11)V99 VALUE 0.
           77 batchCredit PIC 9(11)V99 VALUE 0.
           77 lineAmount PIC 9(09)V99.
           77 amountWhole PIC 9(11).
           77 amountPence PIC 9(02).
           77 lineQuantity PIC 9(06).
           77 tLines PIC 9(06).
           77 tDebit PIC 9(11)V99.
           77 tCredit PIC 9(11)V99.

      *>     Batch numbers the gather holds, for the register check
           77 bsnMax PIC 9(03) VALUE 400.
           77 bsnCount PIC 9(03) VALUE 0.
           01 bsnTable.
               05 bsnSeq PIC 9(06) OCCURS 400 TIMES.
           77 bsnIdx PIC 9(03).
           77 bsnFoundFlag PIC X(01).
               88 bsnFound VALUE 'Y'.

           77 batchesSeen PIC 9(04) VALUE 0.
           77 batchesGood PIC 9(04) VALUE 0.
           77 batchesBad PIC 9(04) VALUE 0.
           77 strayRecords PIC 9(06) VALUE 0.
           77 firstSeq PIC 9(06) VALUE 0.

      *>     What the journals posted
           77 jnlExpense PIC 9(11)V99 VALUE 0.
           77 jnlExpenseQty PIC 9(06) VALUE 0.
           77 jnlCleared PIC 9(11)V99 VALUE 0.
           77 jnlClearedQty PIC 9(06) VALUE 0.
           77 jnlUnpricedQty PIC 9(06) VALUE 0.
           77 jnlUnclearedQty PIC 9(06) VALUE 0.

      *>     The register's expense postings bearing on the period:
      *>     posted in it, or for a win timestamped in it
           77 regMax PIC 9(04) VALUE 5000.
           77 regCount PIC 9(04) VALUE 0.
           77 regOverflow PIC 9(06) VALUE 0.
           01 regTable.
               05 regEntry OCCURS 5000 TIMES.
                   10 regSecretCode PIC X(18).
                   10 regTimestamp PIC X(15).
                   10 regPrizeCode PIC X(08).
                   10 regAmount PIC 9(07)V99.
                   10 regSeenFlag PIC X(01).
           77 regIdx PIC 9(04).
           77 regSlot PIC 9(04).

           77 regExpense PIC 9(11)V99 VALUE 0.
           77 regExpenseQty PIC 9(06) VALUE 0.
           77 regUnpricedQty PIC 9(06) VALUE 0.
           77 regCleared PIC 9(11)V99 VALUE 0.
           77 regClearedQty PIC 9(06) VALUE 0.
           77 regUnclearedQty PIC 9(06) VALUE 0.
           77 regNoJournal PIC 9(06) VALUE 0.
           77 liabilityRaised PIC 9(11)V99 VALUE 0.
           77 liabilityCleared PIC 9(11)V99 VALUE 0.
           77 liabilityOpen PIC S9(11)V99 VALUE 0.

      *>     The MastPrize month-to-date figure and the bridge to it
           77 mtdCost PIC 9(11)V99 VALUE 0.
           77 mtdIssued PIC 9(06) VALUE 0.
           77 mtdUnpriced PIC 9(06) VALUE 0.
           77 otherMonthWins PIC 9(11)V99 VALUE 0.
           77 otherMonthQty PIC 9(06) VALUE 0.
           77 postedElsewhere PIC 9(11)V99 VALUE 0.
           77 elsewhereQty PIC 9(06) VALUE 0.
           77 notPosted PIC 9(11)V99 VALUE 0.
           77 notPostedQty PIC 9(06) VALUE 0.
           77 repricing PIC S9(11)V99 VALUE 0.
           77 bridged PIC S9(11)V99 VALUE 0.
           77 unexplained PIC S9(11)V99 VALUE 0.
           77 missingWins PIC 9(06) VALUE 0.

           77 moneyDisp PIC Z(10)9.99.
           77 moneyDispS PIC +Z(10)9.99.

       PROCEDURE DIVISION.

           A0001-INITIALIZE.
           ACCEPT runDate FROM DATE YYYYMMDD.
           MOVE runDate(1:6) TO period.
           MOVE SPACES TO periodAnswer.
           ACCEPT periodAnswer FROM ENVIRONMENT "MM0GLC_PERIOD".
           IF periodAnswer NUMERIC
               THEN MOVE periodAnswer TO period
           END-IF.

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
                               MOVE pvlUnitCost
                                   TO valCost(valCount)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VALUE-FILE.

           A0003-PROVE-JOURNALS.
           DISPLAY "GL prize control for period " period.
           DISPLAY " ".
           MOVE 'N' TO eofFlag.
           OPEN INPUT JOURNAL-IN-FILE.
           PERFORM UNTIL eof
               READ JOURNAL-IN-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END PERFORM B0001-ROUTE-RECORD
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-IN-FILE.
           IF inBatch
               THEN DISPLAY "REJECT " curTerminal " batch " curSeq
                       ": journal has no trailer - truncated."
                   ADD 1 TO batchesBad
           END-IF.
           IF strayRecords > 0
               THEN DISPLAY "REJECT: " strayRecords " record(s)"
                       " outside any journal."
                   ADD 1 TO batchesBad
           END-IF.
           IF batchesBad > 0
               THEN MOVE 'Y' TO failFlag
           END-IF.

           A0004-LOAD-REGISTER.
           MOVE 'N' TO eofFlag.
           OPEN INPUT REGISTER-FILE.
           PERFORM UNTIL eof
               READ REGISTER-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END PERFORM B0005-FOLD-REGISTER
               END-READ
           END-PERFORM.
           CLOSE REGISTER-FILE.

           A0005-FOLD-WINS.
           MOVE 'N' TO eofFlag.
           OPEN INPUT WIN-FILE.
           PERFORM UNTIL eof
               READ WIN-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END
                       IF winTimestamp(1:6) = period
                           AND winPrizeCode NOT = SPACES
                           THEN PERFORM B0006-FOLD-WIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WIN-FILE.

           A0006-BRIDGE.
      *>     Postings for wins timestamped in the period that MM0WIN
      *>     no longer carries are what the bridge cannot explain
           MOVE 1 TO regIdx.
           PERFORM UNTIL regIdx > regCount
               IF regSeenFlag(regIdx) = 'N'
                   AND regTimestamp(regIdx)(1:6) = period
                   AND regPrizeCode(regIdx) NOT = SPACES
                   THEN ADD 1 TO missingWins
                       DISPLAY "  Posted win not on MM0WIN: "
                           regSecretCode(regIdx) " "
                           regTimestamp(regIdx) " "
                           regPrizeCode(regIdx)
               END-IF
               ADD 1 TO regIdx
           END-PERFORM.
           COMPUTE bridged = regExpense - otherMonthWins
               + postedElsewhere + notPosted + repricing.
           COMPUTE unexplained = mtdCost - bridged.
           COMPUTE liabilityOpen = liabilityRaised - liabilityCleared.

           A0007-PRINT-REPORT.
           PERFORM B0008-PRINT-JOURNALS.
           PERFORM B0009-PRINT-REGISTER.
           PERFORM B0010-PRINT-BRIDGE.
           IF regOverflow > 0
               THEN DISPLAY "REJECT: " regOverflow " register"
                       " posting(s) beyond the table; the control"
                       " is incomplete."
                   MOVE 'Y' TO failFlag
           END-IF.
           DISPLAY " ".
           IF failed
               THEN DISPLAY "PERIOD " period " DOES NOT TIE."
                   MOVE 8 TO RETURN-CODE
               ELSE DISPLAY "Period " period " ties to MastPrize."
           END-IF.

           Z0001-TERMINATE.
           STOP RUN.

      *>****************************************************************
      *> B0001-ROUTE-RECORD
      *>
      *> Splits one journal record on its delimiters and routes it
      *> by the leading tag.  Anything unrecognized, or a line
      *> outside a header/trailer pair, is counted as stray.
      *>****************************************************************
           B0001-ROUTE-RECORD.
           MOVE SPACES TO tokenType.
           MOVE SPACES TO t1.
           MOVE SPACES TO t2.
           MOVE SPACES TO t3.
           MOVE SPACES TO t4.
           MOVE SPACES TO t5.
           MOVE SPACES TO t6.
           MOVE SPACES TO t7.
           UNSTRING journalRecord DELIMITED BY "|"
               INTO tokenType t1 t2 t3 t4 t5 t6 t7
           END-UNSTRING.
           IF tokenType = "H"
               THEN PERFORM B0002-OPEN-BATCH
               ELSE IF tokenType = "T"
                   THEN PERFORM B0004-CLOSE-BATCH
                   ELSE IF tokenType = "L" AND inBatch
                       THEN PERFORM B0003-FOLD-LINE
                       ELSE ADD 1 TO strayRecords
                   END-IF
               END-IF
           END-IF.

      *>****************************************************************
      *> B0002-OPEN-BATCH
      *>
      *> Opens a journal off its header: the period must be the one
      *> asked for and the batch number must follow the last one.
      *>****************************************************************
           B0002-OPEN-BATCH.
           IF inBatch
               THEN DISPLAY "REJECT " curTerminal " batch " curSeq
                       ": journal has no trailer - truncated."
                   ADD 1 TO batchesBad
           END-IF.
           ADD 1 TO batchesSeen.
           MOVE 'Y' TO inBatchFlag.
           MOVE 'N' TO batchBadFlag.
           MOVE t1 TO curTerminal.
           MOVE t4(1:8) TO curDate.
           MOVE 0 TO batchLines.
           MOVE 0 TO batchDebit.
           MOVE 0 TO batchCredit.
           IF t2(1:6) NUMERIC
               THEN MOVE t2(1:6) TO curSeq
               ELSE MOVE 0 TO curSeq
                   MOVE 'Y' TO batchBadFlag
                   DISPLAY "REJECT " curTerminal " " curDate
                       ": header batch number is not a number."
           END-IF.
           IF t3(1:6) NOT = period
               THEN MOVE 'Y' TO batchBadFlag
                   DISPLAY "REJECT " curTerminal " batch " curSeq
                       ": journal is for period " t3(1:6) "."
           END-IF.
           IF NOT batchBad AND lastSeq > 0
               THEN IF curSeq NOT > lastSeq
                       THEN MOVE 'Y' TO batchBadFlag
                           DISPLAY "REJECT " curTerminal " batch "
                               curSeq ": repeats or precedes batch "
                               lastSeq "."
                   END-IF
                   IF curSeq > lastSeq + 1
                       THEN DISPLAY "GAP    " curTerminal
                               " batches after " lastSeq
                               " to before " curSeq
                               " are not in the gather."
                           MOVE 'Y' TO failFlag
                   END-IF
           END-IF.
           IF NOT batchBad
               THEN MOVE curSeq TO lastSeq
                   IF firstSeq = 0
                       THEN MOVE curSeq TO firstSeq
                   END-IF
                   IF bsnCount < bsnMax
                       THEN ADD 1 TO bsnCount
                           MOVE curSeq TO bsnSeq(bsnCount)
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0003-FOLD-LINE
      *>
      *> Adds one journal line to its journal's side totals and to
      *> the period's figures by kind.
      *>****************************************************************
           B0003-FOLD-LINE.
           ADD 1 TO batchLines.
           MOVE 0 TO lineAmount.
           MOVE 0 TO lineQuantity.
           IF t4(1:9) NUMERIC AND t4(11:2) NUMERIC
               AND t5(1:6) NUMERIC
               THEN MOVE t4(1:9) TO amountWhole
                   MOVE t4(11:2) TO amountPence
                   COMPUTE lineAmount = amountWhole
                       + amountPence / 100
                   MOVE t5(1:6) TO lineQuantity
               ELSE MOVE 'Y' TO batchBadFlag
                   DISPLAY "REJECT " curTerminal " batch " curSeq
                       ": line amount or quantity mangled."
           END-IF.
           IF t3(1:1) = "D"
               THEN ADD lineAmount TO batchDebit
               ELSE IF t3(1:1) = "C"
                   THEN ADD lineAmount TO batchCredit
                   ELSE MOVE 'Y' TO batchBadFlag
                       DISPLAY "REJECT " curTerminal " batch "
                           curSeq ": line is neither debit nor"
                           " credit."
               END-IF
           END-IF.
           IF t6(1:3) = "EXP" AND t3(1:1) = "D"
               THEN ADD lineAmount TO jnlExpense
                   ADD lineQuantity TO jnlExpenseQty
           END-IF.
           IF t6(1:3) = "CLR" AND t3(1:1) = "D"
               THEN ADD lineAmount TO jnlCleared
                   ADD lineQuantity TO jnlClearedQty
           END-IF.
           IF t6(1:3) = "UNP"
               THEN ADD lineQuantity TO jnlUnpricedQty
           END-IF.
           IF t6(1:3) = "UNC"
               THEN ADD lineQuantity TO jnlUnclearedQty
           END-IF.

      *>****************************************************************
      *> B0004-CLOSE-BATCH
      *>
      *> Proves the trailer against the lines the journal held:
      *> line count, debit and credit totals, and the debits equal
      *> to the credits.
      *>****************************************************************
           B0004-CLOSE-BATCH.
           IF NOT inBatch
               THEN ADD 1 TO strayRecords
               ELSE IF t1(1:6) NUMERIC
                       AND t2(1:11) NUMERIC AND t2(13:2) NUMERIC
                       AND t3(1:11) NUMERIC AND t3(13:2) NUMERIC
                       THEN MOVE t1(1:6) TO tLines
                           MOVE t2(1:11) TO amountWhole
                           MOVE t2(13:2) TO amountPence
                           COMPUTE tDebit = amountWhole
                               + amountPence / 100
                           MOVE t3(1:11) TO amountWhole
                           MOVE t3(13:2) TO amountPence
                           COMPUTE tCredit = amountWhole
                               + amountPence / 100
                           IF tLines NOT = batchLines
                               THEN MOVE 'Y' TO batchBadFlag
                                   DISPLAY "REJECT " curTerminal
                                       " batch " curSeq ": line"
                                       " count does not match the"
                                       " trailer."
                           END-IF
                           IF tDebit NOT = batchDebit
                               OR tCredit NOT = batchCredit
                               THEN MOVE 'Y' TO batchBadFlag
                                   DISPLAY "REJECT " curTerminal
                                       " batch " curSeq ": totals"
                                       " do not match the trailer."
                           END-IF
                           IF batchDebit NOT = batchCredit
                               THEN MOVE 'Y' TO batchBadFlag
                                   DISPLAY "REJECT " curTerminal
                                       " batch " curSeq ": debits"
                                       " and credits do not"
                                       " balance."
                           END-IF
                       ELSE MOVE 'Y' TO batchBadFlag
                           DISPLAY "REJECT " curTerminal " batch "
                               curSeq ": trailer fields mangled."
                   END-IF
                   IF batchBad
                       THEN ADD 1 TO batchesBad
                       ELSE ADD 1 TO batchesGood
                           MOVE batchDebit TO moneyDisp
                           DISPLAY "ACCEPT " curTerminal " batch "
                               curSeq " " curDate ": " batchLines
                               " line(s), balanced at " moneyDisp
                   END-IF
                   MOVE 'N' TO inBatchFlag
           END-IF.

      *>****************************************************************
      *> B0005-FOLD-REGISTER
      *>
      *> Folds one register posting into the open liability and,
      *> when it bears on the period, the period's register figures
      *> and the bridge.  A posting whose batch is not in the
      *> gather means a journal never reached the outbound
      *> directory.
      *>****************************************************************
           B0005-FOLD-REGISTER.
           IF glwAmount NOT NUMERIC
               THEN MOVE 0 TO glwAmount
           END-IF.
           IF glwExpense
               THEN ADD glwAmount TO liabilityRaised
           END-IF.
           IF glwCleared
               THEN ADD glwAmount TO liabilityCleared
           END-IF.
           IF glwPostDate(1:6) = period
               THEN PERFORM B0007-CHECK-BATCH
                   IF NOT bsnFound
                       THEN ADD 1 TO regNoJournal
                   END-IF
                   IF glwExpense
                       THEN ADD glwAmount TO regExpense
                           IF glwPriced = 'Y'
                               THEN ADD 1 TO regExpenseQty
                               ELSE ADD 1 TO regUnpricedQty
                           END-IF
                           IF glwTimestamp(1:6) NOT = period
                               AND glwPrizeCode NOT = SPACES
                               THEN ADD glwAmount TO otherMonthWins
                                   ADD 1 TO otherMonthQty
                           END-IF
                   END-IF
                   IF glwCleared
                       THEN IF glwPriced = 'Y'
                               THEN ADD glwAmount TO regCleared
                                   ADD 1 TO regClearedQty
                               ELSE ADD 1 TO regUnclearedQty
                           END-IF
                   END-IF
           END-IF.
           IF glwExpense AND glwTimestamp(1:6) = period
               THEN IF glwPostDate(1:6) NOT = period
                       AND glwPrizeCode NOT = SPACES
                       THEN ADD glwAmount TO postedElsewhere
                           ADD 1 TO elsewhereQty
                   END-IF
                   IF regCount < regMax
                       THEN ADD 1 TO regCount
                           MOVE glwSecretCode
                               TO regSecretCode(regCount)
                           MOVE glwTimestamp TO regTimestamp(regCount)
                           MOVE glwPrizeCode TO regPrizeCode(regCount)
                           MOVE glwAmount TO regAmount(regCount)
                           MOVE 'N' TO regSeenFlag(regCount)
                       ELSE ADD 1 TO regOverflow
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0006-FOLD-WIN
      *>
      *> Folds one of the period's wins into the
      *> MastPrize month-to-date figure, and into the bridge by
      *> whether and at what the interface posted it.
      *>****************************************************************
           B0006-FOLD-WIN.
           MOVE 0 TO unitCost.
           MOVE 'N' TO pricedFlag.
           MOVE 1 TO valIdx.
           PERFORM UNTIL valIdx > valCount
               IF valCode(valIdx) = winPrizeCode
                   THEN MOVE valCost(valIdx) TO unitCost
                       MOVE 'Y' TO pricedFlag
                       MOVE valCount TO valIdx
               END-IF
               ADD 1 TO valIdx
           END-PERFORM.
           ADD 1 TO mtdIssued.
           IF priced
               THEN ADD unitCost TO mtdCost
               ELSE ADD 1 TO mtdUnpriced
           END-IF.
           MOVE 0 TO regSlot.
           MOVE 1 TO regIdx.
           PERFORM UNTIL regIdx > regCount
               IF regSecretCode(regIdx) = winSecretCode
                   AND regTimestamp(regIdx) = winTimestamp
                   AND regSeenFlag(regIdx) = 'N'
                   THEN MOVE regIdx TO regSlot
                       MOVE regCount TO regIdx
               END-IF
               ADD 1 TO regIdx
           END-PERFORM.
           IF regSlot = 0
               THEN ADD unitCost TO notPosted
                   ADD 1 TO notPostedQty
               ELSE MOVE 'Y' TO regSeenFlag(regSlot)
                   COMPUTE repricing = repricing + unitCost
                       - regAmount(regSlot)
           END-IF.

      *>****************************************************************
      *> B0007-CHECK-BATCH
      *>
      *> Sets bsnFound when the register posting's batch number is
      *> among the journals gathered.
      *>****************************************************************
           B0007-CHECK-BATCH.
           MOVE 'N' TO bsnFoundFlag.
           MOVE 1 TO bsnIdx.
           PERFORM UNTIL bsnIdx > bsnCount
               IF bsnSeq(bsnIdx) = glwBatchSeq
                   THEN MOVE 'Y' TO bsnFoundFlag
                       MOVE bsnCount TO bsnIdx
               END-IF
               ADD 1 TO bsnIdx
           END-PERFORM.

      *>****************************************************************
      *> B0008-PRINT-JOURNALS
      *>
      *> The journal section: how many journals proved, the batch
      *> numbers they ran over, and what they posted.
      *>****************************************************************
           B0008-PRINT-JOURNALS.
           DISPLAY " ".
           DISPLAY "Journals: " batchesSeen " gathered, "
               batchesGood " accepted, " batchesBad " rejected;"
               " batches " firstSeq " to " lastSeq ".".
           MOVE jnlExpense TO moneyDisp.
           DISPLAY "  Prize expense posted .... : " jnlExpenseQty
               "  " moneyDisp.
           MOVE jnlCleared TO moneyDisp.
           DISPLAY "  Liability cleared ....... : " jnlClearedQty
               "  " moneyDisp.
           DISPLAY "  Unpriced to suspense .... : " jnlUnpricedQty
               " posted, " jnlUnclearedQty " cleared".

      *>****************************************************************
      *> B0009-PRINT-REGISTER
      *>
      *> The register section: the period's postings beside the
      *> journals', and the liability still open.
      *>****************************************************************
           B0009-PRINT-REGISTER.
           DISPLAY " ".
           DISPLAY "Posting register for " period ":".
           MOVE regExpense TO moneyDisp.
           DISPLAY "  Prize expense posted .... : " regExpenseQty
               "  " moneyDisp.
           MOVE regCleared TO moneyDisp.
           DISPLAY "  Liability cleared ....... : " regClearedQty
               "  " moneyDisp.
           DISPLAY "  Unpriced to suspense .... : " regUnpricedQty
               " posted, " regUnclearedQty " cleared".
           MOVE liabilityOpen TO moneyDispS.
           DISPLAY "  Prize liability open .... : " moneyDispS.
           IF regExpense NOT = jnlExpense
               OR regCleared NOT = jnlCleared
               OR regExpenseQty NOT = jnlExpenseQty
               OR regClearedQty NOT = jnlClearedQty
               OR regUnpricedQty NOT = jnlUnpricedQty
               OR regUnclearedQty NOT = jnlUnclearedQty
               THEN DISPLAY "  REGISTER AND JOURNALS DISAGREE."
                   MOVE 'Y' TO failFlag
           END-IF.
           IF regNoJournal > 0
               THEN DISPLAY "  " regNoJournal " posting(s) whose"
                       " journal is not in the gather."
                   MOVE 'Y' TO failFlag
           END-IF.

      *>****************************************************************
      *> B0010-PRINT-BRIDGE
      *>
      *> Bridges the expense posted in the period to the MastPrize
      *> month-to-date figure.
      *>****************************************************************
           B0010-PRINT-BRIDGE.
           DISPLAY " ".
           DISPLAY "Bridge to MastPrize month-to-date:".
           MOVE regExpense TO moneyDisp.
           DISPLAY "  Expense posted in period ......... : "
               moneyDisp.
           MOVE otherMonthWins TO moneyDisp.
           DISPLAY "  less other months' wins ... " otherMonthQty
               " : " moneyDisp.
           MOVE postedElsewhere TO moneyDisp.
           DISPLAY "  plus posted in other month  " elsewhereQty
               " : " moneyDisp.
           MOVE notPosted TO moneyDisp.
           DISPLAY "  plus not posted yet ....... " notPostedQty
               " : " moneyDisp.
           MOVE repricing TO moneyDispS.
           DISPLAY "  repricing since posting ......... : "
               moneyDispS.
           MOVE bridged TO moneyDispS.
           DISPLAY "  Bridged figure ................... : "
               moneyDispS.
           MOVE mtdCost TO moneyDisp.
           DISPLAY "  MastPrize month-to-date ... " mtdIssued
               " : " moneyDisp.
           IF mtdUnpriced > 0
               THEN DISPLAY "  (" mtdUnpriced " unpriced prize(s)"
                       " not in the figure)"
           END-IF.
           IF unexplained NOT = 0 OR missingWins > 0
               THEN MOVE unexplained TO moneyDispS
                   DISPLAY "  UNEXPLAINED DIFFERENCE ........... : "
                       moneyDispS
                   MOVE 'Y' TO failFlag
           END-IF.

       END PROGRAM MastGLCtl.
