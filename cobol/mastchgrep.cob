       IDENTIFICATION DIVISION.
       PROGRAM-ID. MastChgRep.

      *>****************************************************************
      *> MastChgRep - maintenance change journal report
      *>
      *> Reads the MM0CHJ change journals MastMaint and the kiosks
      *> keep, as gathered by run_change_report.sh from every kiosk
      *> run directory, and sets out for the auditors what was
      *> changed on the estate, by whom and when:
      *>
      *>   - every change in the period, terminal by terminal in the
      *>     order it was made: the operator, what kind of change it
      *>     was (made at once, scheduled, applied when it fell due,
      *>     superseded or cancelled, a checkpoint cleared, a held
      *>     prize released or voided, a voucher voided), and each
      *>     field's value before and after, starred where it moved;
      *>   - per operator, how many changes of each kind they made -
      *>     a scheduled change applied or superseded counts to the
      *>     operator who scheduled it, under whose id the kiosk
      *>     journals it;
      *>   - the scheduled changes still waiting on each kiosk's
      *>     MM0STG, with those already past their effective time
      *>     flagged: the kiosk has not run since they fell due.
      *>
      *> Inputs, all in the run directory:
      *>
      *>   MM0CJI  gathered change journal records (MM0CHJ layout)
      *>   MM0SGI  gathered scheduled changes, each MM0STG record
      *>           behind the terminal id of the kiosk it is for
      *>
      *> MM0CHR_FROM (YYYYMMDD) starts the period: changes journalled
      *> before it are left out.  The waiting changes are listed
      *> whatever their date.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "MM0CJI"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL STAGE-FILE ASSIGN TO "MM0SGI"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
           COPY MM0CHJ.

       FD  STAGE-FILE.
       01  sgiRecord.
           05  sgiTerminalId       PIC X(08).
           05  sgiData             PIC X(78).

       WORKING-STORAGE SECTION.

           COPY MM0STG.

           77 eofFlag PIC X(01) VALUE 'N'.
               88 eof VALUE 'Y'.

           77 fromDate PIC X(08) VALUE "00000000".
           77 dateAnswer PIC X(08) VALUE SPACES.
           77 tsDate PIC 9(08).
           77 tsTime PIC 9(08).
           77 nowTs PIC X(15) VALUE SPACES.

      *>     The change a journal record belongs to: every record
      *>     one change wrote shares its terminal, stamp, operator,
      *>     action and change number, so a new key starts a new
      *>     change in the listing
           01 changeKey.
               05 keyTerminalId PIC X(08).
               05 keyTimestamp PIC X(15).
               05 keyOperatorId PIC X(08).
               05 keyAction PIC X(03).
               05 keyChangeNo PIC 9(06).
           77 lastKey PIC X(40) VALUE SPACES.
           77 lastTerminal PIC X(08) VALUE SPACES.

           77 changeCount PIC 9(06) VALUE 0.
           77 fieldCount PIC 9(06) VALUE 0.
           77 movedCount PIC 9(06) VALUE 0.
           77 movedMark PIC X(01) VALUE SPACE.
           77 actionDesc PIC X(30) VALUE SPACES.

      *>     The journal's action codes in report column order, with
      *>     the wording the listing uses for each
           01 actionConstants.
               05 FILLER PIC X(33)
                   VALUE "CFGconfig changed at once".
               05 FILLER PIC X(33)
                   VALUE "TOVtiers changed at once".
               05 FILLER PIC X(33)
                   VALUE "STGchange scheduled".
               05 FILLER PIC X(33)
                   VALUE "APLscheduled change applied".
               05 FILLER PIC X(33)
                   VALUE "SUPscheduled change superseded".
               05 FILLER PIC X(33)
                   VALUE "CANscheduled change cancelled".
               05 FILLER PIC X(33)
                   VALUE "CKPcheckpoint cleared".
               05 FILLER PIC X(33)
                   VALUE "RELheld prize released".
               05 FILLER PIC X(33)
                   VALUE "HVDheld prize voided".
               05 FILLER PIC X(33)
                   VALUE "VVDprize voucher voided".
           01 actionTable REDEFINES actionConstants.
               05 actionEntry OCCURS 10 TIMES.
                   10 actCode PIC X(03).
                   10 actDesc PIC X(30).
           77 actMax PIC 9(02) VALUE 10.
           77 actIdx PIC 9(02).
           77 actSlot PIC 9(02).

      *>     Per-operator rollup: changes of each kind, in the
      *>     action table's order
           77 opMax PIC 9(03) VALUE 300.
           77 opCount PIC 9(03) VALUE 0.
           77 opOverflow PIC 9(06) VALUE 0.
           01 operatorTable.
               05 operatorEntry OCCURS 300 TIMES.
                   10 opId PIC X(08).
                   10 opActCount PIC 9(04) OCCURS 10 TIMES.
                   10 opTotal PIC 9(05).
           77 opIdx PIC 9(03).
           77 opSlot PIC 9(03).

      *>     One operator's line of the rollup
           01 opLine.
               05 FILLER PIC X(02) VALUE SPACES.
               05 opLineId PIC X(08).
               05 opLineCount PIC ZZZZ9 OCCURS 10 TIMES.
               05 FILLER PIC X(02) VALUE SPACES.
               05 opLineTotal PIC ZZZZZ9.

           77 pendingCount PIC 9(05) VALUE 0.
           77 overdueCount PIC 9(05) VALUE 0.
           77 overdueMark PIC X(08) VALUE SPACES.
           77 typeDesc PIC X(07) VALUE SPACES.

       PROCEDURE DIVISION.

           A0001-INITIALIZE.
           ACCEPT dateAnswer FROM ENVIRONMENT "MM0CHR_FROM".
           IF dateAnswer NUMERIC
               THEN MOVE dateAnswer TO fromDate
           END-IF.
           ACCEPT tsDate FROM DATE YYYYMMDD.
           ACCEPT tsTime FROM TIME.
           STRING tsDate DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  tsTime DELIMITED BY SIZE
               INTO nowTs
           END-STRING.
           DISPLAY " ".
           DISPLAY "Maintenance change journal report".
           DISPLAY "Changes journalled from " fromDate
               ", run at " nowTs.

           A0002-LIST-CHANGES.
           MOVE 'N' TO eofFlag.
           OPEN INPUT JOURNAL-FILE.
           PERFORM UNTIL eof
               READ JOURNAL-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END
                       IF chjTimestamp(1:8) NOT < fromDate
                           THEN PERFORM B0001-LIST-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
           DISPLAY " ".
           IF changeCount = 0
               THEN DISPLAY "No changes journalled in the period."
               ELSE DISPLAY changeCount " change(s), " fieldCount
                       " field value(s) journalled, " movedCount
                       " of them moved (starred)."
           END-IF.

           A0003-PRINT-OPERATORS.
           PERFORM B0004-PRINT-OPERATORS.

           A0004-PRINT-SCHEDULED.
           PERFORM B0005-PRINT-SCHEDULED.

           Z0001-TERMINATE.
           DISPLAY " ".
           STOP RUN.

      *>****************************************************************
      *> B0001-LIST-RECORD
      *>
      *> Lists one journal record in the period: a heading for each
      *> new terminal, a heading line for each new change, then the
      *> field with its before and after values, starred when the
      *> value moved.
      *>****************************************************************
           B0001-LIST-RECORD.
           IF chjTerminalId NOT = lastTerminal
               THEN DISPLAY " "
                   DISPLAY "Terminal " chjTerminalId
                   MOVE chjTerminalId TO lastTerminal
                   MOVE SPACES TO lastKey
           END-IF.
           MOVE chjTerminalId TO keyTerminalId.
           MOVE chjTimestamp TO keyTimestamp.
           MOVE chjOperatorId TO keyOperatorId.
           MOVE chjAction TO keyAction.
           MOVE 0 TO keyChangeNo.
           IF chjChangeNo NUMERIC
               THEN MOVE chjChangeNo TO keyChangeNo
           END-IF.
           IF changeKey NOT = lastKey
               THEN MOVE changeKey TO lastKey
                   ADD 1 TO changeCount
                   PERFORM B0002-FIND-ACTION
                   PERFORM B0003-COUNT-OPERATOR
                   IF keyChangeNo = 0
                       THEN DISPLAY "  " chjTimestamp "  "
                               chjOperatorId "  " chjAction "  "
                               actionDesc
                       ELSE DISPLAY "  " chjTimestamp "  "
                               chjOperatorId "  " chjAction "  "
                               actionDesc " " keyChangeNo
                               " effective " chjEffectiveTs
                   END-IF
           END-IF.
           ADD 1 TO fieldCount.
           MOVE SPACE TO movedMark.
           IF chjBefore NOT = chjAfter
               THEN MOVE '*' TO movedMark
                   ADD 1 TO movedCount
           END-IF.
           DISPLAY "        " chjSubject " " chjField " "
               chjBefore " -> " chjAfter " " movedMark.

      *>****************************************************************
      *> B0002-FIND-ACTION
      *>
      *> Looks the record's action up in the action table.  Sets
      *> actSlot (zero for a code the table does not know) and the
      *> wording for the listing.
      *>****************************************************************
           B0002-FIND-ACTION.
           MOVE 0 TO actSlot.
           MOVE "unrecognised action" TO actionDesc.
           MOVE 1 TO actIdx.
           PERFORM UNTIL actIdx > actMax
               IF actCode(actIdx) = chjAction
                   THEN MOVE actIdx TO actSlot
                       MOVE actDesc(actIdx) TO actionDesc
                       MOVE actMax TO actIdx
               END-IF
               ADD 1 TO actIdx
           END-PERFORM.

      *>****************************************************************
      *> B0003-COUNT-OPERATOR
      *>
      *> Finds (or adds) the change's operator in the rollup and
      *> counts the change under its action.  A full table counts
      *> the change as overflow instead.
      *>****************************************************************
           B0003-COUNT-OPERATOR.
           MOVE 0 TO opSlot.
           MOVE 1 TO opIdx.
           PERFORM UNTIL opIdx > opCount
               IF opId(opIdx) = chjOperatorId
                   THEN MOVE opIdx TO opSlot
                       MOVE opCount TO opIdx
               END-IF
               ADD 1 TO opIdx
           END-PERFORM.
           IF opSlot = 0
               THEN IF opCount < opMax
                       THEN ADD 1 TO opCount
                           MOVE opCount TO opSlot
                           MOVE chjOperatorId TO opId(opSlot)
                           MOVE 0 TO opTotal(opSlot)
                           MOVE 1 TO actIdx
                           PERFORM UNTIL actIdx > actMax
                               MOVE 0 TO opActCount(opSlot, actIdx)
                               ADD 1 TO actIdx
                           END-PERFORM
                       ELSE ADD 1 TO opOverflow
                   END-IF
           END-IF.
           IF opSlot > 0
               THEN ADD 1 TO opTotal(opSlot)
                   IF actSlot > 0
                       THEN ADD 1 TO opActCount(opSlot, actSlot)
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0004-PRINT-OPERATORS
      *>
      *> The per-operator section: changes of each kind and in all.
      *>****************************************************************
           B0004-PRINT-OPERATORS.
           DISPLAY " ".
           DISPLAY "By operator (changes of each kind):".
           DISPLAY "  OPERATOR  CFG  TOV  STG  APL  SUP  CAN  CKP"
               "  REL  HVD  VVD   TOTAL".
           MOVE 1 TO opIdx.
           PERFORM UNTIL opIdx > opCount
               MOVE opId(opIdx) TO opLineId
               MOVE 1 TO actIdx
               PERFORM UNTIL actIdx > actMax
                   MOVE opActCount(opIdx, actIdx)
                       TO opLineCount(actIdx)
                   ADD 1 TO actIdx
               END-PERFORM
               MOVE opTotal(opIdx) TO opLineTotal
               DISPLAY opLine
               ADD 1 TO opIdx
           END-PERFORM.
           IF opCount = 0
               THEN DISPLAY "  (none)"
           END-IF.
           IF opOverflow > 0
               THEN DISPLAY "  WARNING: " opOverflow " change(s) by"
                       " operators beyond the " opMax "-operator"
                       " table were left out."
           END-IF.

      *>****************************************************************
      *> B0005-PRINT-SCHEDULED
      *>
      *> The scheduled changes still waiting on every kiosk, one
      *> line per change (a tier change's three records count
      *> once), flagging those whose effective time has already
      *> passed without the kiosk applying them.
      *>****************************************************************
           B0005-PRINT-SCHEDULED.
           DISPLAY " ".
           DISPLAY "Scheduled changes still waiting:".
           MOVE 'N' TO eofFlag.
           OPEN INPUT STAGE-FILE.
           PERFORM UNTIL eof
               READ STAGE-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END
                       MOVE sgiData TO stgRecord
                       IF stgPending AND stgTierSub < 2
                           THEN ADD 1 TO pendingCount
                               MOVE SPACES TO overdueMark
                               IF stgEffectiveTs < nowTs
                                   THEN MOVE "OVERDUE" TO overdueMark
                                       ADD 1 TO overdueCount
                               END-IF
                               IF stgConfig
                                   THEN MOVE "config" TO typeDesc
                                   ELSE MOVE "tiers" TO typeDesc
                               END-IF
                               DISPLAY "  " sgiTerminalId " "
                                   stgChangeNo " " typeDesc
                                   " due " stgEffectiveTs
                                   " by " stgOperatorId
                                   " scheduled " stgStagedTs
                                   " " overdueMark
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STAGE-FILE.
           IF pendingCount = 0
               THEN DISPLAY "  (none)"
           END-IF.
           IF overdueCount > 0
               THEN DISPLAY " "
                   DISPLAY overdueCount " waiting change(s) already"
                       " past their effective time: the kiosk has"
                       " not run since they fell due."
           END-IF.

       END PROGRAM MastChgRep.
