       IDENTIFICATION DIVISION.
       PROGRAM-ID. MastGLPost.

      *>****************************************************************
      *> MastGLPost - daily general ledger journal for prize cost
      *>
      *> Builds the business date's prize journal for the ledger
      *> from the MM0WIN records and MM0ACK acknowledgments gained
      *> since the terminal's last journal, priced off the MM0PVL
      *> value master exactly as MastPrize prices them, so finance
      *> loads the figures instead of re-keying them:
      *>
      *>   H|terminal|batch|period|business date     one header
      *>   L|account|cost centre|D or C|amount|quantity|kind|prize
      *>   T|line count|debit total|credit total     one trailer
      *>
      *> Line kinds, one pair of lines per cost centre and prize:
      *>
      *>   EXP  prizes won - debit prize expense, credit the prize
      *>        liability
      *>   CLR  prizes the POS acknowledged paying - debit the
      *>        liability, credit the POS settlement account, at the
      *>        amount the win was posted at
      *>   UNP  prizes with no value on MM0PVL, and UNC their
      *>        acknowledgments - one suspense line each carrying
      *>        the quantity at nothing, for finance to value; a
      *>        prize is never posted as free
      *>
      *> The accounts and each site's cost centre come off the MM0GLA
      *> parameters (MM0GLA_PATH), the terminal's site off the MM0SIT
      *> site master (MM0SIT_PATH).  The period is the business date's
      *> year and month and the batch number comes off the MM0GSQ
      *> control, one up per journal, so the ledger can reject a
      *> batch twice loaded.  Every prize posted is written to the
      *> MM0GLW register, which is how an acknowledgment clears
      *> exactly what its win raised and the month-end control ties
      *> back to MastPrize.
      *>
      *> A held prize released onto MM0WIN posts in the first
      *> journal after its release, whatever its win timestamp.
      *> Records dated after the business date (a catch-up run for
      *> an earlier date) wait for their own date's journal.  When an
      *> account or a cost centre is missing, or more prizes stand
      *> open on the register than the run can hold, nothing is
      *> written and the run ends with return code 8 so the nightly
      *> chain stops at this step.
      *>
      *> The business date is the run date unless MM0BUS_DATE gives
      *> another, as the nightly chain does.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONFIG-FILE ASSIGN TO "MM0CFG"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARAM-FILE ASSIGN TO DYNAMIC glaFilePath
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SITE-FILE ASSIGN TO DYNAMIC sitFilePath
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL VALUE-FILE ASSIGN TO "MM0PVL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REGISTER-FILE ASSIGN TO "MM0GLW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REGISTER-WORK-FILE ASSIGN TO "MM0GLWW"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SEQCTL-FILE ASSIGN TO "MM0GSQ"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL WIN-FILE ASSIGN TO "MM0WIN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ACK-FILE ASSIGN TO "MM0ACK"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "MM0GLJ"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
           COPY MM0CFG.

       FD  PARAM-FILE.
           COPY MM0GLA.

       FD  SITE-FILE.
           COPY MM0SIT.

       FD  VALUE-FILE.
           COPY MM0PVL.

       FD  REGISTER-FILE.
           COPY MM0GLW.

       FD  REGISTER-WORK-FILE.
       01  glwWorkRecord       PIC X(84).

       FD  SEQCTL-FILE.
           COPY MM0GSQ.

       FD  WIN-FILE.
           COPY MM0WIN.

       FD  ACK-FILE.
           COPY MM0ACK.

       FD  JOURNAL-FILE.
       01  journalRecord       PIC X(120).

       WORKING-STORAGE SECTION.

           77 eofFlag PIC X(01) VALUE 'N'.
               88 eof VALUE 'Y'.

      *>     The shared parameters default to the run directory
      *>     until A0001 overrides them from MM0GLA_PATH and
      *>     MM0SIT_PATH
           77 glaFilePath PIC X(100) VALUE "MM0GLA".
           77 sitFilePath PIC X(100) VALUE "MM0SIT".

           77 terminalId PIC X(08) VALUE "TERM001".
           77 busDate PIC X(08).
           77 dateAnswer PIC X(08) VALUE SPACES.
           77 period PIC X(06).

      *>     Set when the run must stop without writing anything
           77 refuseFlag PIC X(01) VALUE 'N'.
               88 refused VALUE 'Y'.

      *>     The four ledger accounts
           77 expenseAccount PIC X(10) VALUE SPACES.
           77 liabilityAccount PIC X(10) VALUE SPACES.
           77 clearingAccount PIC X(10) VALUE SPACES.
           77 suspenseAccount PIC X(10) VALUE SPACES.
           77 defaultCostCentre PIC X(10) VALUE SPACES.

      *>     Site to cost centre, and terminal to site
           77 cctMax PIC 9(03) VALUE 200.
           77 cctCount PIC 9(03) VALUE 0.
           01 cctTable.
               05 cctEntry OCCURS 200 TIMES.
                   10 cctSite PIC X(08).
                   10 cctCentre PIC X(10).
           77 cctIdx PIC 9(03).

           77 stMax PIC 9(03) VALUE 200.
           77 stCount PIC 9(03) VALUE 0.
           01 siteTable.
               05 siteEntry OCCURS 200 TIMES.
                   10 stTerminal PIC X(08).
                   10 stSite PIC X(08).
           77 stIdx PIC 9(03).

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

      *>     Every win on the register not yet cleared; today's
      *>     postings join it as they are made, and a clearance
      *>     gives its entry's slot back, so only the liability
      *>     still open needs room
           77 regMax PIC 9(04) VALUE 5000.
           77 regCount PIC 9(04) VALUE 0.
           77 regOverflow PIC 9(06) VALUE 0.
           01 regTable.
               05 regEntry OCCURS 5000 TIMES.
                   10 regSecretCode PIC X(18).
                   10 regTimestamp PIC X(15).
                   10 regPrizeCode PIC X(08).
                   10 regCentre PIC X(10).
                   10 regPriced PIC X(01).
                   10 regAmount PIC 9(07)V99.
           77 regIdx PIC 9(04).
           77 regSlot PIC 9(04).
           77 pricedWanted PIC X(01).

      *>     The wins most lately cleared, kept round-robin so a
      *>     second acknowledgment of one is known for a repeat;
      *>     one cleared longer ago than this reaches back is
      *>     reported as having no open posting
           77 clrMax PIC 9(04) VALUE 1000.
           77 clrCount PIC 9(04) VALUE 0.
           77 clrNext PIC 9(04) VALUE 0.
           01 clrTable.
               05 clrEntry OCCURS 1000 TIMES.
                   10 clrSecretCode PIC X(18).
                   10 clrTimestamp PIC X(15).
           77 clrIdx PIC 9(04).
           77 clrSlot PIC 9(04).

      *>     The last batch the control says was finished; register
      *>     records under a later number were left by a run that
      *>     died before it could save the control, and are dropped
           77 committedSeq PIC 9(06) VALUE 0.
           77 uncommittedRecords PIC 9(06) VALUE 0.
           77 regEofFlag PIC X(01) VALUE 'N'.
               88 regEof VALUE 'Y'.

      *>     Register records this journal adds, written once the
      *>     journal is safely on disk
           77 newMax PIC 9(04) VALUE 2000.
           77 newCount PIC 9(04) VALUE 0.
           77 newOverflow PIC 9(06) VALUE 0.
           01 newTable.
               05 newEntry OCCURS 2000 TIMES.
                   10 newType PIC X(01).
                   10 newTerminal PIC X(08).
                   10 newSecretCode PIC X(18).
                   10 newTimestamp PIC X(15).
                   10 newPrizeCode PIC X(08).
                   10 newCentre PIC X(10).
                   10 newPriced PIC X(01).
                   10 newAmount PIC 9(07)V99.
           77 newIdx PIC 9(04).

      *>     The journal's lines, one per kind, cost centre and
      *>     prize, each written as its debit and credit pair
           77 jlnMax PIC 9(03) VALUE 200.
           77 jlnCount PIC 9(03) VALUE 0.
           77 jlnOverflow PIC 9(06) VALUE 0.
           01 jlnTable.
               05 jlnEntry OCCURS 200 TIMES.
                   10 jlnKind PIC X(03).
                   10 jlnCentre PIC X(10).
                   10 jlnPrizeCode PIC X(08).
                   10 jlnQuantity PIC 9(06).
                   10 jlnAmount PIC 9(09)V99.
           77 jlnIdx PIC 9(03).
           77 jlnSlot PIC 9(03).
           77 kindWanted PIC X(03).
           77 centreWanted PIC X(10).
           77 prizeWanted PIC X(08).
           77 amountWanted PIC 9(07)V99.

      *>     The batch control, read whole and rewritten whole like
      *>     MM0XSQ; this terminal's record is bumped
           77 gsqMax PIC 9(02) VALUE 50.
           77 gsqCount PIC 9(02) VALUE 0.
           01 gsqTable.
               05 gsqEntry OCCURS 50 TIMES.
                   10 tabGsqTerminal PIC X(08).
                   10 tabGsqDate PIC X(08).
                   10 tabGsqSeq PIC 9(06).
                   10 tabGsqWins PIC 9(06).
                   10 tabGsqAcks PIC 9(06).
           77 gsqIdx PIC 9(02).
           77 gsqSlot PIC 9(02).
           77 batchSeq PIC 9(06) VALUE 0.
           77 firstBatchFlag PIC X(01) VALUE 'N'.
               88 firstBatch VALUE 'Y'.

      *>     How far the earlier journals posted into MM0WIN and
      *>     MM0ACK, and how far this one has walked; a record dated
      *>     after the business date stops the walk, leaving it and
      *>     everything after it for a later date's journal
           77 prevWinsPosted PIC 9(06) VALUE 0.
           77 prevAcksPosted PIC 9(06) VALUE 0.
           77 winSeen PIC 9(06) VALUE 0.
           77 ackSeen PIC 9(06) VALUE 0.
           77 walkStopFlag PIC X(01) VALUE 'N'.
               88 walkStopped VALUE 'Y'.

           77 winTerm PIC X(08).
           77 winsPosted PIC 9(06) VALUE 0.
           77 acksPosted PIC 9(06) VALUE 0.
           77 unpricedWins PIC 9(06) VALUE 0.
           77 cutoverWins PIC 9(06) VALUE 0.
           77 cutoverAcks PIC 9(06) VALUE 0.
           77 unmatchedAcks PIC 9(06) VALUE 0.
           77 repeatAcks PIC 9(06) VALUE 0.
           77 unmappedWins PIC 9(06) VALUE 0.

           77 lineCount PIC 9(06) VALUE 0.
           77 debitTotal PIC 9(11)V99 VALUE 0.
           77 creditTotal PIC 9(11)V99 VALUE 0.
           77 expenseTotal PIC 9(11)V99 VALUE 0.
           77 clearedTotal PIC 9(11)V99 VALUE 0.

      *>     One journal line being written
           77 lineAccount PIC X(10).
           77 lineSide PIC X(01).
           77 lineAmount PIC 9(09)V99.
           77 amountDisp PIC 9(09).99.
           77 totalDisp PIC 9(11).99.
           77 totalDisp2 PIC 9(11).99.
           77 moneyDisp PIC Z(10)9.99.

       PROCEDURE DIVISION.

           A0001-INITIALIZE.
           ACCEPT busDate FROM DATE YYYYMMDD.
           MOVE SPACES TO dateAnswer.
           ACCEPT dateAnswer FROM ENVIRONMENT "MM0BUS_DATE".
           IF dateAnswer NUMERIC
               THEN MOVE dateAnswer TO busDate
           END-IF.
           MOVE busDate(1:6) TO period.
           MOVE "MM0GLA" TO glaFilePath.
           ACCEPT glaFilePath FROM ENVIRONMENT "MM0GLA_PATH".
           IF glaFilePath = SPACES
               THEN MOVE "MM0GLA" TO glaFilePath
           END-IF.
           MOVE "MM0SIT" TO sitFilePath.
           ACCEPT sitFilePath FROM ENVIRONMENT "MM0SIT_PATH".
           IF sitFilePath = SPACES
               THEN MOVE "MM0SIT" TO sitFilePath
           END-IF.
           OPEN INPUT CONFIG-FILE.
           READ CONFIG-FILE
               AT END CONTINUE
               NOT AT END MOVE cfgTerminalId TO terminalId
           END-READ.
           CLOSE CONFIG-FILE.

           A0002-LOAD-PARAMETERS.
           MOVE 'N' TO eofFlag.
           OPEN INPUT PARAM-FILE.
           PERFORM UNTIL eof
               READ PARAM-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END PERFORM B0001-STORE-PARAMETER
               END-READ
           END-PERFORM.
           CLOSE PARAM-FILE.
           IF expenseAccount = SPACES OR liabilityAccount = SPACES
               OR clearingAccount = SPACES OR suspenseAccount = SPACES
               THEN DISPLAY "GL POSTING REFUSED: MM0GLA must name the"
                       " EXPENSE, LIABLTY, CLEARING and SUSPENSE"
                       " accounts."
                   MOVE 'Y' TO refuseFlag
           END-IF.

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

           A0003-LOAD-REGISTER.
           PERFORM B0003-BUMP-SEQUENCE.
           COMPUTE committedSeq = batchSeq - 1.
           MOVE 'N' TO eofFlag.
           OPEN INPUT REGISTER-FILE.
           PERFORM UNTIL eof
               READ REGISTER-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END PERFORM B0002-STORE-REGISTER
               END-READ
           END-PERFORM.
           CLOSE REGISTER-FILE.
           IF uncommittedRecords > 0
               THEN DISPLAY "Register holds " uncommittedRecords
                       " posting(s) of an unfinished batch after "
                       committedSeq "; they are dropped and the"
                       " batch is posted again."
           END-IF.

           A0004-POST-WINS.
           MOVE 'N' TO eofFlag.
           MOVE 'N' TO walkStopFlag.
           OPEN INPUT WIN-FILE.
           PERFORM UNTIL eof OR walkStopped
               READ WIN-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END
                       IF winSeen NOT < prevWinsPosted
                           AND winTimestamp(1:8) NUMERIC
                           AND winTimestamp(1:8) > busDate
                           THEN MOVE 'Y' TO walkStopFlag
                           ELSE ADD 1 TO winSeen
                               IF winSeen > prevWinsPosted
                                   THEN PERFORM B0004-POST-WIN
                               END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WIN-FILE.

           A0005-POST-ACKS.
           MOVE 'N' TO eofFlag.
           MOVE 'N' TO walkStopFlag.
           OPEN INPUT ACK-FILE.
           PERFORM UNTIL eof OR walkStopped
               READ ACK-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END
                       IF ackSeen NOT < prevAcksPosted
                           AND ackRedeemDate NUMERIC
                           AND ackRedeemDate > busDate
                           THEN MOVE 'Y' TO walkStopFlag
                           ELSE ADD 1 TO ackSeen
                               IF ackSeen > prevAcksPosted
                                   THEN PERFORM B0006-POST-ACK
                               END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACK-FILE.

      *>     More open postings, or a journal bigger, than the
      *>     tables hold cannot be posted in part - the register
      *>     would no longer say what the ledger holds - so nothing
      *>     is written and the chain stops here
           IF regOverflow > 0 OR newOverflow > 0 OR jlnOverflow > 0
               THEN DISPLAY "GL POSTING REFUSED: more postings than"
                       " the tables hold (register " regOverflow
                       ", new " newOverflow ", lines " jlnOverflow
                       "); nothing posted."
                   MOVE 'Y' TO refuseFlag
           END-IF.
           IF unmappedWins > 0
               THEN DISPLAY "GL POSTING REFUSED: " unmappedWins
                       " prize(s) at a site with no cost centre and"
                       " no DEFAULT on MM0GLA; nothing posted."
                   MOVE 'Y' TO refuseFlag
           END-IF.
           IF refused
               THEN MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.

           A0006-WRITE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE.
           MOVE SPACES TO journalRecord.
           STRING "H|" terminalId "|" batchSeq "|" period "|"
               busDate
               DELIMITED BY SIZE INTO journalRecord
           END-STRING.
           WRITE journalRecord.
           MOVE 1 TO jlnIdx.
           PERFORM UNTIL jlnIdx > jlnCount
               PERFORM B0009-WRITE-LINE-PAIR
               ADD 1 TO jlnIdx
           END-PERFORM.
           MOVE debitTotal TO totalDisp.
           MOVE creditTotal TO totalDisp2.
           MOVE SPACES TO journalRecord.
           STRING "T|" lineCount "|" totalDisp "|" totalDisp2
               DELIMITED BY SIZE INTO journalRecord
           END-STRING.
           WRITE journalRecord.
           CLOSE JOURNAL-FILE.

           A0007-SAVE-CONTROLS.
           IF uncommittedRecords > 0
               THEN PERFORM B0014-DROP-UNCOMMITTED
           END-IF.
           OPEN EXTEND REGISTER-FILE.
           MOVE 1 TO newIdx.
           PERFORM UNTIL newIdx > newCount
               MOVE newType(newIdx) TO glwType
               MOVE newTerminal(newIdx) TO glwTerminalId
               MOVE newSecretCode(newIdx) TO glwSecretCode
               MOVE newTimestamp(newIdx) TO glwTimestamp
               MOVE newPrizeCode(newIdx) TO glwPrizeCode
               MOVE newCentre(newIdx) TO glwCostCentre
               MOVE newPriced(newIdx) TO glwPriced
               MOVE newAmount(newIdx) TO glwAmount
               MOVE busDate TO glwPostDate
               MOVE batchSeq TO glwBatchSeq
               WRITE glwRecord
               ADD 1 TO newIdx
           END-PERFORM.
           CLOSE REGISTER-FILE.
           PERFORM B0010-SAVE-SEQUENCE.

           A0008-PRINT-TOTALS.
           DISPLAY "GL journal " terminalId " batch " batchSeq
               " period " period " business date " busDate ":".
           MOVE expenseTotal TO moneyDisp.
           DISPLAY "  Prizes posted ........... : " winsPosted
               "  expense " moneyDisp.
           MOVE clearedTotal TO moneyDisp.
           DISPLAY "  Redemptions cleared ..... : " acksPosted
               "  cleared " moneyDisp.
           MOVE debitTotal TO moneyDisp.
           DISPLAY "  Debits .................. : " moneyDisp.
           MOVE creditTotal TO moneyDisp.
           DISPLAY "  Credits ................. : " moneyDisp.
           IF unpricedWins > 0
               THEN DISPLAY "WARNING: " unpricedWins
                       " unpriced prize(s) posted to suspense -"
                       " the value master needs a record per code."
           END-IF.
           IF unmatchedAcks > 0
               THEN DISPLAY "WARNING: " unmatchedAcks
                       " acknowledgment(s) for wins never posted"
                       " by this interface; clear by hand."
           END-IF.
           IF repeatAcks > 0
               THEN DISPLAY "WARNING: " repeatAcks
                       " repeat acknowledgment(s) of wins already"
                       " cleared; not posted again."
           END-IF.
           IF cutoverWins > 0 OR cutoverAcks > 0
               THEN DISPLAY "First journal for " terminalId ": "
                       cutoverWins " win(s) and " cutoverAcks
                       " acknowledgment(s) dated before " busDate
                       " taken as keyed by hand."
           END-IF.

           Z0001-TERMINATE.
           STOP RUN.

      *>****************************************************************
      *> B0001-STORE-PARAMETER
      *>
      *> Files one MM0GLA record: an account under its role, or a
      *> site's cost centre (DEFAULT kept aside for the fallback).
      *>****************************************************************
           B0001-STORE-PARAMETER.
           IF glaAccount
               THEN IF glaKey = "EXPENSE "
                       THEN MOVE glaValue TO expenseAccount
                   END-IF
                   IF glaKey = "LIABLTY "
                       THEN MOVE glaValue TO liabilityAccount
                   END-IF
                   IF glaKey = "CLEARING"
                       THEN MOVE glaValue TO clearingAccount
                   END-IF
                   IF glaKey = "SUSPENSE"
                       THEN MOVE glaValue TO suspenseAccount
                   END-IF
           END-IF.
           IF glaCostCentre
               THEN IF glaKey = "DEFAULT "
                       THEN MOVE glaValue TO defaultCostCentre
                       ELSE IF cctCount < cctMax
                           THEN ADD 1 TO cctCount
                               MOVE glaKey TO cctSite(cctCount)
                               MOVE glaValue TO cctCentre(cctCount)
                       END-IF
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0002-STORE-REGISTER
      *>
      *> Files one register record: a posted expense opens an
      *> entry, a clearance closes its entry and gives the slot
      *> back.  A record of a batch the control never reached is
      *> only counted.
      *>****************************************************************
           B0002-STORE-REGISTER.
           IF glwBatchSeq NOT NUMERIC
               THEN MOVE 999999 TO glwBatchSeq
           END-IF.
           IF glwBatchSeq > committedSeq
               THEN ADD 1 TO uncommittedRecords
           END-IF.
           IF glwExpense AND glwBatchSeq NOT > committedSeq
               THEN IF regCount < regMax
                       THEN ADD 1 TO regCount
                           MOVE glwSecretCode
                               TO regSecretCode(regCount)
                           MOVE glwTimestamp TO regTimestamp(regCount)
                           MOVE glwPrizeCode TO regPrizeCode(regCount)
                           MOVE glwCostCentre TO regCentre(regCount)
                           MOVE glwPriced TO regPriced(regCount)
                           MOVE 0 TO regAmount(regCount)
                           IF glwAmount NUMERIC
                               THEN MOVE glwAmount
                                   TO regAmount(regCount)
                           END-IF
                       ELSE ADD 1 TO regOverflow
                   END-IF
           END-IF.
           IF glwCleared AND glwBatchSeq NOT > committedSeq
               THEN MOVE glwSecretCode TO ackSecretCode
                   MOVE glwTimestamp TO ackTimestamp
                   PERFORM B0007-FIND-REGISTER
                   IF regSlot > 0
                       THEN PERFORM B0012-RELEASE-ENTRY
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0003-BUMP-SEQUENCE
      *>
      *> Reads the batch control whole and bumps this terminal's
      *> batch number in store, adding its record on its first
      *> journal, with the high-water marks the walks start from.
      *> The file is rewritten by B0010 only once the journal and
      *> register are written, so a run that dies part way leaves
      *> the controls where they were and a rerun builds the same
      *> batch.  A run that dies after extending the register but
      *> before saving the controls leaves that batch's postings
      *> on it under a number the control never reached: the rerun
      *> passes over them (B0002) and takes them off the register
      *> (B0014) before writing its own, so each posting is on the
      *> register once.
      *>****************************************************************
           B0003-BUMP-SEQUENCE.
           MOVE 0 TO gsqCount.
           MOVE 'N' TO eofFlag.
           OPEN INPUT SEQCTL-FILE.
           PERFORM UNTIL eof
               READ SEQCTL-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END
                       IF gsqLastSeq NUMERIC
                           AND gsqWinsPosted NUMERIC
                           AND gsqAcksPosted NUMERIC
                           AND gsqCount < gsqMax
                           THEN ADD 1 TO gsqCount
                               MOVE gsqTerminalId
                                   TO tabGsqTerminal(gsqCount)
                               MOVE gsqLastDate TO tabGsqDate(gsqCount)
                               MOVE gsqLastSeq TO tabGsqSeq(gsqCount)
                               MOVE gsqWinsPosted
                                   TO tabGsqWins(gsqCount)
                               MOVE gsqAcksPosted
                                   TO tabGsqAcks(gsqCount)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SEQCTL-FILE.

           MOVE 0 TO gsqSlot.
           MOVE 1 TO gsqIdx.
           PERFORM UNTIL gsqIdx > gsqCount
               IF tabGsqTerminal(gsqIdx) = terminalId
                   THEN MOVE gsqIdx TO gsqSlot
                       MOVE gsqCount TO gsqIdx
               END-IF
               ADD 1 TO gsqIdx
           END-PERFORM.
           IF gsqSlot = 0
               THEN IF gsqCount < gsqMax
                       THEN ADD 1 TO gsqCount
                           MOVE gsqCount TO gsqSlot
                           MOVE terminalId TO tabGsqTerminal(gsqSlot)
                           MOVE SPACES TO tabGsqDate(gsqSlot)
                           MOVE 0 TO tabGsqSeq(gsqSlot)
                           MOVE 0 TO tabGsqWins(gsqSlot)
                           MOVE 0 TO tabGsqAcks(gsqSlot)
                           MOVE 'Y' TO firstBatchFlag
                       ELSE DISPLAY "GL POSTING REFUSED: MM0GSQ has"
                               " no room for " terminalId "."
                           MOVE 'Y' TO refuseFlag
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-IF
           END-IF.
           COMPUTE batchSeq = tabGsqSeq(gsqSlot) + 1.
           MOVE tabGsqWins(gsqSlot) TO prevWinsPosted.
           MOVE tabGsqAcks(gsqSlot) TO prevAcksPosted.

      *>****************************************************************
      *> B0004-POST-WIN
      *>
      *> Posts one new win: priced off the value master, placed in
      *> its terminal's cost centre, added to the journal lines and
      *> the register.  On a terminal's first journal a win dated
      *> before the business date was keyed by hand and is passed.
      *>****************************************************************
           B0004-POST-WIN.
           IF firstBatch AND winTimestamp(1:8) < busDate
               THEN ADD 1 TO cutoverWins
               ELSE MOVE winTerminalId TO winTerm
                   IF winTerm = SPACES
                       THEN MOVE terminalId TO winTerm
                   END-IF
                   PERFORM B0005-FIND-CENTRE
                   IF centreWanted = SPACES
                       THEN ADD 1 TO unmappedWins
                   END-IF
                   MOVE 0 TO unitCost
                   MOVE 'N' TO pricedFlag
                   MOVE 1 TO valIdx
                   PERFORM UNTIL valIdx > valCount
                       IF valCode(valIdx) = winPrizeCode
                           AND winPrizeCode NOT = SPACES
                           THEN MOVE valCost(valIdx) TO unitCost
                               MOVE 'Y' TO pricedFlag
                               MOVE valCount TO valIdx
                       END-IF
                       ADD 1 TO valIdx
                   END-PERFORM
                   ADD 1 TO winsPosted
                   MOVE winPrizeCode TO prizeWanted
                   MOVE unitCost TO amountWanted
                   IF priced
                       THEN MOVE "EXP" TO kindWanted
                           ADD unitCost TO expenseTotal
                       ELSE MOVE "UNP" TO kindWanted
                           ADD 1 TO unpricedWins
                   END-IF
                   PERFORM B0008-ADD-TO-LINE
                   IF regCount < regMax
                       THEN ADD 1 TO regCount
                           MOVE winSecretCode
                               TO regSecretCode(regCount)
                           MOVE winTimestamp TO regTimestamp(regCount)
                           MOVE winPrizeCode TO regPrizeCode(regCount)
                           MOVE centreWanted TO regCentre(regCount)
                           MOVE pricedFlag TO regPriced(regCount)
                           MOVE unitCost TO regAmount(regCount)
                       ELSE ADD 1 TO regOverflow
                   END-IF
                   IF newCount < newMax
                       THEN ADD 1 TO newCount
                           MOVE 'E' TO newType(newCount)
                           MOVE winTerm TO newTerminal(newCount)
                           MOVE winSecretCode
                               TO newSecretCode(newCount)
                           MOVE winTimestamp TO newTimestamp(newCount)
                           MOVE winPrizeCode TO newPrizeCode(newCount)
                           MOVE centreWanted TO newCentre(newCount)
                           MOVE pricedFlag TO newPriced(newCount)
                           MOVE unitCost TO newAmount(newCount)
                       ELSE ADD 1 TO newOverflow
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0005-FIND-CENTRE
      *>
      *> The cost centre for winTerm: its site off the site master,
      *> that site's cost centre off MM0GLA, DEFAULT when either is
      *> missing; spaces when there is no DEFAULT either.
      *>****************************************************************
           B0005-FIND-CENTRE.
           MOVE defaultCostCentre TO centreWanted.
           MOVE 1 TO stIdx.
           PERFORM UNTIL stIdx > stCount
               IF stTerminal(stIdx) = winTerm
                   THEN MOVE 1 TO cctIdx
                       PERFORM UNTIL cctIdx > cctCount
                           IF cctSite(cctIdx) = stSite(stIdx)
                               THEN MOVE cctCentre(cctIdx)
                                       TO centreWanted
                                   MOVE cctCount TO cctIdx
                           END-IF
                           ADD 1 TO cctIdx
                       END-PERFORM
                       MOVE stCount TO stIdx
               END-IF
               ADD 1 TO stIdx
           END-PERFORM.

      *>****************************************************************
      *> B0006-POST-ACK
      *>
      *> Clears the liability for one new acknowledgment at the
      *> amount and cost centre its win was posted at.  A win this
      *> interface never posted, or one already cleared, posts
      *> nothing and is listed for finance instead.
      *>****************************************************************
           B0006-POST-ACK.
           IF firstBatch AND ackRedeemDate < busDate
               THEN ADD 1 TO cutoverAcks
               ELSE PERFORM B0007-FIND-REGISTER
                   IF regSlot = 0
                       THEN PERFORM B0013-FIND-CLEARED
                   END-IF
                   IF regSlot = 0 AND clrSlot = 0
                       THEN ADD 1 TO unmatchedAcks
                           DISPLAY "  Not posted - no open posted win: "
                               ackSecretCode " " ackTimestamp
                               " redeemed " ackRedeemDate
                   ELSE IF regSlot = 0
                       THEN ADD 1 TO repeatAcks
                           DISPLAY "  Not posted - already cleared: "
                               ackSecretCode " " ackTimestamp
                               " redeemed " ackRedeemDate
                   ELSE ADD 1 TO acksPosted
                       MOVE regCentre(regSlot) TO centreWanted
                       MOVE regPrizeCode(regSlot) TO prizeWanted
                       MOVE regAmount(regSlot) TO amountWanted
                       MOVE regPriced(regSlot) TO pricedWanted
                       PERFORM B0012-RELEASE-ENTRY
                       IF pricedWanted = 'Y'
                           THEN MOVE "CLR" TO kindWanted
                               ADD amountWanted TO clearedTotal
                           ELSE MOVE "UNC" TO kindWanted
                       END-IF
                       PERFORM B0008-ADD-TO-LINE
                       IF newCount < newMax
                           THEN ADD 1 TO newCount
                               MOVE 'C' TO newType(newCount)
                               MOVE terminalId TO newTerminal(newCount)
                               MOVE ackSecretCode
                                   TO newSecretCode(newCount)
                               MOVE ackTimestamp
                                   TO newTimestamp(newCount)
                               MOVE prizeWanted
                                   TO newPrizeCode(newCount)
                               MOVE centreWanted TO newCentre(newCount)
                               MOVE pricedWanted TO newPriced(newCount)
                               MOVE amountWanted TO newAmount(newCount)
                           ELSE ADD 1 TO newOverflow
                       END-IF
                   END-IF
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0007-FIND-REGISTER
      *>
      *> Finds the register entry for the win ackSecretCode and
      *> ackTimestamp identify; regSlot is zero when there is none.
      *>****************************************************************
           B0007-FIND-REGISTER.
           MOVE 0 TO regSlot.
           MOVE 1 TO regIdx.
           PERFORM UNTIL regIdx > regCount
               IF regSecretCode(regIdx) = ackSecretCode
                   AND regTimestamp(regIdx) = ackTimestamp
                   THEN MOVE regIdx TO regSlot
                       MOVE regCount TO regIdx
               END-IF
               ADD 1 TO regIdx
           END-PERFORM.

      *>****************************************************************
      *> B0008-ADD-TO-LINE
      *>
      *> Adds one prize at amountWanted to the journal line for
      *> kindWanted, centreWanted and prizeWanted, opening the line
      *> the first time it is seen.
      *>****************************************************************
           B0008-ADD-TO-LINE.
           MOVE 0 TO jlnSlot.
           MOVE 1 TO jlnIdx.
           PERFORM UNTIL jlnIdx > jlnCount
               IF jlnKind(jlnIdx) = kindWanted
                   AND jlnCentre(jlnIdx) = centreWanted
                   AND jlnPrizeCode(jlnIdx) = prizeWanted
                   THEN MOVE jlnIdx TO jlnSlot
                       MOVE jlnCount TO jlnIdx
               END-IF
               ADD 1 TO jlnIdx
           END-PERFORM.
           IF jlnSlot = 0
               THEN IF jlnCount < jlnMax
                       THEN ADD 1 TO jlnCount
                           MOVE jlnCount TO jlnSlot
                           MOVE kindWanted TO jlnKind(jlnSlot)
                           MOVE centreWanted TO jlnCentre(jlnSlot)
                           MOVE prizeWanted TO jlnPrizeCode(jlnSlot)
                           MOVE 0 TO jlnQuantity(jlnSlot)
                           MOVE 0 TO jlnAmount(jlnSlot)
                       ELSE ADD 1 TO jlnOverflow
                   END-IF
           END-IF.
           IF jlnSlot > 0
               THEN ADD 1 TO jlnQuantity(jlnSlot)
                   ADD amountWanted TO jlnAmount(jlnSlot)
           END-IF.

      *>****************************************************************
      *> B0009-WRITE-LINE-PAIR
      *>
      *> Writes the journal line at jlnIdx: a debit and a credit of
      *> the same amount for posted and cleared prizes, one suspense
      *> line at nothing for unpriced ones.
      *>****************************************************************
           B0009-WRITE-LINE-PAIR.
           MOVE jlnAmount(jlnIdx) TO lineAmount.
           IF jlnKind(jlnIdx) = "EXP"
               THEN MOVE expenseAccount TO lineAccount
                   MOVE 'D' TO lineSide
                   PERFORM B0011-WRITE-LINE
                   MOVE liabilityAccount TO lineAccount
                   MOVE 'C' TO lineSide
                   PERFORM B0011-WRITE-LINE
           END-IF.
           IF jlnKind(jlnIdx) = "CLR"
               THEN MOVE liabilityAccount TO lineAccount
                   MOVE 'D' TO lineSide
                   PERFORM B0011-WRITE-LINE
                   MOVE clearingAccount TO lineAccount
                   MOVE 'C' TO lineSide
                   PERFORM B0011-WRITE-LINE
           END-IF.
           IF jlnKind(jlnIdx) = "UNP" OR jlnKind(jlnIdx) = "UNC"
               THEN MOVE suspenseAccount TO lineAccount
                   MOVE 'D' TO lineSide
                   MOVE 0 TO lineAmount
                   PERFORM B0011-WRITE-LINE
           END-IF.

      *>****************************************************************
      *> B0010-SAVE-SEQUENCE
      *>
      *> Rewrites the batch control once the journal and register
      *> are on disk: this terminal's record carries the new batch
      *> number, the business date and the marks the walks reached;
      *> everyone else's records carry through untouched.
      *>****************************************************************
           B0010-SAVE-SEQUENCE.
           MOVE batchSeq TO tabGsqSeq(gsqSlot).
           MOVE busDate TO tabGsqDate(gsqSlot).
           MOVE winSeen TO tabGsqWins(gsqSlot).
           MOVE ackSeen TO tabGsqAcks(gsqSlot).
           OPEN OUTPUT SEQCTL-FILE.
           MOVE 1 TO gsqIdx.
           PERFORM UNTIL gsqIdx > gsqCount
               MOVE tabGsqTerminal(gsqIdx) TO gsqTerminalId
               MOVE tabGsqDate(gsqIdx) TO gsqLastDate
               MOVE tabGsqSeq(gsqIdx) TO gsqLastSeq
               MOVE tabGsqWins(gsqIdx) TO gsqWinsPosted
               MOVE tabGsqAcks(gsqIdx) TO gsqAcksPosted
               WRITE gsqRecord
               ADD 1 TO gsqIdx
           END-PERFORM.
           CLOSE SEQCTL-FILE.

      *>****************************************************************
      *> B0011-WRITE-LINE
      *>
      *> Writes one journal line for the line at jlnIdx to
      *> lineAccount on lineSide, adding it to that side's total.
      *>****************************************************************
           B0011-WRITE-LINE.
           MOVE lineAmount TO amountDisp.
           MOVE SPACES TO journalRecord.
           STRING "L|" lineAccount "|" jlnCentre(jlnIdx) "|"
               lineSide "|" amountDisp "|" jlnQuantity(jlnIdx) "|"
               jlnKind(jlnIdx) "|" jlnPrizeCode(jlnIdx)
               DELIMITED BY SIZE INTO journalRecord
           END-STRING.
           WRITE journalRecord.
           ADD 1 TO lineCount.
           IF lineSide = 'D'
               THEN ADD lineAmount TO debitTotal
               ELSE ADD lineAmount TO creditTotal
           END-IF.

      *>****************************************************************
      *> B0012-RELEASE-ENTRY
      *>
      *> Closes the register entry at regSlot: its key joins the
      *> lately cleared, the last entry moves into its slot and the
      *> table is one shorter.
      *>****************************************************************
           B0012-RELEASE-ENTRY.
           ADD 1 TO clrNext.
           IF clrNext > clrMax
               THEN MOVE 1 TO clrNext
           END-IF.
           IF clrCount < clrMax
               THEN ADD 1 TO clrCount
           END-IF.
           MOVE regSecretCode(regSlot) TO clrSecretCode(clrNext).
           MOVE regTimestamp(regSlot) TO clrTimestamp(clrNext).
           IF regSlot < regCount
               THEN MOVE regEntry(regCount) TO regEntry(regSlot)
           END-IF.
           SUBTRACT 1 FROM regCount.

      *>****************************************************************
      *> B0013-FIND-CLEARED
      *>
      *> Looks for the win ackSecretCode and ackTimestamp identify
      *> among the lately cleared; clrSlot is zero when it is not
      *> there.
      *>****************************************************************
           B0013-FIND-CLEARED.
           MOVE 0 TO clrSlot.
           MOVE 1 TO clrIdx.
           PERFORM UNTIL clrIdx > clrCount
               IF clrSecretCode(clrIdx) = ackSecretCode
                   AND clrTimestamp(clrIdx) = ackTimestamp
                   THEN MOVE clrIdx TO clrSlot
                       MOVE clrCount TO clrIdx
               END-IF
               ADD 1 TO clrIdx
           END-PERFORM.

      *>****************************************************************
      *> B0014-DROP-UNCOMMITTED
      *>
      *> Takes the postings of an unfinished batch off the register
      *> before this run writes the batch again: copies the register
      *> through MM0GLWW without them, copies it back whole and
      *> empties the scratch copy, the two-pass rewrite MastMaint
      *> uses on the voucher register.
      *>****************************************************************
           B0014-DROP-UNCOMMITTED.
           MOVE 'N' TO regEofFlag.
           OPEN INPUT REGISTER-FILE.
           OPEN OUTPUT REGISTER-WORK-FILE.
           PERFORM UNTIL regEof
               READ REGISTER-FILE
                   AT END MOVE 'Y' TO regEofFlag
                   NOT AT END
                       IF glwBatchSeq NUMERIC
                           AND glwBatchSeq NOT > committedSeq
                           THEN WRITE glwWorkRecord FROM glwRecord
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGISTER-WORK-FILE.
           CLOSE REGISTER-FILE.
           MOVE 'N' TO regEofFlag.
           OPEN INPUT REGISTER-WORK-FILE.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM UNTIL regEof
               READ REGISTER-WORK-FILE
                   AT END MOVE 'Y' TO regEofFlag
                   NOT AT END WRITE glwRecord FROM glwWorkRecord
               END-READ
           END-PERFORM.
           CLOSE REGISTER-FILE.
           CLOSE REGISTER-WORK-FILE.
           OPEN OUTPUT REGISTER-WORK-FILE.
           CLOSE REGISTER-WORK-FILE.

       END PROGRAM MastGLPost.
