       IDENTIFICATION DIVISION.
       PROGRAM-ID. MastRunCtl.

      *>****************************************************************
      *> MastRunCtl - nightly run-control ledger keeper
      *>
      *> Keeps the MM0RUN ledger (see the copybook) that lets the
      *> close-of-business chain be restarted at the step that failed
      *> instead of from the top.  run_nightly_report.sh calls it
      *> around every step, passing what it wants through the
      *> environment the way MastExtract takes MM0EXT_DATE:
      *>
      *>   MM0RUN_ACTION  CHECK - exit 0 if the step is already
      *>                          complete for the business date,
      *>                          4 if it still has to run
      *>                  START - record the step as started
      *>                  DONE  - record the step complete (once: a
      *>                          step already complete is left be)
      *>                  LIST  - print where every step stands, for
      *>                          the business date if one is given,
      *>                          otherwise for every date on file
      *>   MM0RUN_DATE    business date, YYYYMMDD
      *>   MM0RUN_STEP    step name (VALID, REPORT, EXTRACT, ...)
      *>
      *> The terminal id comes off MM0CFG exactly as the kiosk reads
      *> it, so a ledger copied off one kiosk cannot be mistaken for
      *> another's.  A malformed call exits 8, which stops the
      *> calling script.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-FILE ASSIGN TO "MM0RUN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CONFIG-FILE ASSIGN TO "MM0CFG"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-FILE.
           COPY MM0RUN.

       FD  CONFIG-FILE.
           COPY MM0CFG.

       WORKING-STORAGE SECTION.

           77 eofFlag PIC X(01) VALUE 'N'.
               88 eof VALUE 'Y'.

           77 terminalId PIC X(08) VALUE "TERM001".
           77 runAction PIC X(08) VALUE SPACES.
           77 busDate PIC X(08) VALUE SPACES.
           77 stepName PIC X(08) VALUE SPACES.

      *>     Status of the latest ledger record for this terminal,
      *>     date and step; space when the step has never been seen
           77 latestStatus PIC X(01) VALUE SPACE.

           77 tsDate PIC 9(08).
           77 tsTime PIC 9(08).
           77 timestamp PIC X(15).

      *>     Where each date and step stands, for the listing: one
      *>     entry per date and step, the latest record winning
           77 ldgMax PIC 9(03) VALUE 500.
           77 ldgCount PIC 9(03) VALUE 0.
           77 ldgOverflow PIC 9(06) VALUE 0.
           01 ldgTable.
               05 ldgEntry OCCURS 500 TIMES.
                   10 ldgBusDate PIC X(08).
                   10 ldgStep PIC X(08).
                   10 ldgStatus PIC X(01).
                   10 ldgTimestamp PIC X(15).
                   10 ldgRunCount PIC 9(06).
           77 ldgIdx PIC 9(03).
           77 ldgSlot PIC 9(03).
           77 statusText PIC X(09).

       PROCEDURE DIVISION.

           A0001-INITIALIZE.
           ACCEPT runAction FROM ENVIRONMENT "MM0RUN_ACTION".
           ACCEPT busDate FROM ENVIRONMENT "MM0RUN_DATE".
           ACCEPT stepName FROM ENVIRONMENT "MM0RUN_STEP".
           MOVE FUNCTION UPPER-CASE(runAction) TO runAction.
           MOVE FUNCTION UPPER-CASE(stepName) TO stepName.
           IF runAction NOT = "CHECK" AND runAction NOT = "START"
               AND runAction NOT = "DONE" AND runAction NOT = "LIST"
               THEN DISPLAY "RUN CONTROL: MM0RUN_ACTION must be"
                       " CHECK, START, DONE or LIST."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.
           IF runAction NOT = "LIST"
               AND (busDate NOT NUMERIC OR stepName = SPACES)
               THEN DISPLAY "RUN CONTROL: " runAction " needs a"
                       " YYYYMMDD MM0RUN_DATE and an MM0RUN_STEP."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM B0001-READ-CONFIG.

           A0002-READ-LEDGER.
           OPEN INPUT RUN-FILE.
           PERFORM UNTIL eof
               READ RUN-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END PERFORM B0002-FILE-LEDGER-RECORD
               END-READ
           END-PERFORM.
           CLOSE RUN-FILE.

           A0003-TAKE-ACTION.
           IF runAction = "CHECK"
               THEN IF latestStatus = 'C'
                       THEN MOVE 0 TO RETURN-CODE
                       ELSE MOVE 4 TO RETURN-CODE
                   END-IF
           END-IF.
           IF runAction = "START"
               THEN MOVE 'S' TO runStatus
                   PERFORM B0003-APPEND-RECORD
           END-IF.
           IF runAction = "DONE" AND latestStatus NOT = 'C'
               THEN MOVE 'C' TO runStatus
                   PERFORM B0003-APPEND-RECORD
           END-IF.
           IF runAction = "LIST"
               THEN PERFORM B0004-LIST-LEDGER
           END-IF.

           Z0001-TERMINATE.
           STOP RUN.

      *>****************************************************************
      *> B0001-READ-CONFIG
      *>
      *> Takes the terminal id off the per-terminal config record
      *> exactly as the kiosk does, keeping the compiled-in default
      *> when no config is on file.
      *>****************************************************************
           B0001-READ-CONFIG.
           OPEN INPUT CONFIG-FILE.
           READ CONFIG-FILE
               AT END CONTINUE
               NOT AT END MOVE cfgTerminalId TO terminalId
           END-READ.
           CLOSE CONFIG-FILE.

      *>****************************************************************
      *> B0002-FILE-LEDGER-RECORD
      *>
      *> Notes the status of a record for the date and step asked
      *> about - the file is in the order things happened, so the
      *> last one seen is where the step stands - and, for a
      *> listing, files it against its date and step.  Another
      *> terminal's records are passed over.
      *>****************************************************************
           B0002-FILE-LEDGER-RECORD.
           IF runTerminalId = terminalId
               THEN IF runBusDate = busDate AND runStep = stepName
                       THEN MOVE runStatus TO latestStatus
                   END-IF
                   IF runAction = "LIST"
                       AND (busDate NOT NUMERIC
                       OR runBusDate = busDate)
                       THEN PERFORM B0005-TABLE-LEDGER-RECORD
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0003-APPEND-RECORD
      *>
      *> Appends one ledger record - the status is already in the
      *> record area - opened and closed around the write so the
      *> record is on disk before the step it describes moves on.
      *>****************************************************************
           B0003-APPEND-RECORD.
           PERFORM B0006-STAMP-TIME.
           MOVE terminalId TO runTerminalId.
           MOVE busDate TO runBusDate.
           MOVE stepName TO runStep.
           MOVE timestamp TO runTimestamp.
           MOVE 0 TO runCount.
           OPEN EXTEND RUN-FILE.
           WRITE runRecord.
           CLOSE RUN-FILE.

      *>****************************************************************
      *> B0004-LIST-LEDGER
      *>
      *> Prints where every step stands, in the order the steps
      *> were first recorded, so the ops desk can see at a glance
      *> which steps a failed night got through.
      *>****************************************************************
           B0004-LIST-LEDGER.
           DISPLAY " ".
           DISPLAY "===== Nightly Run Ledger - " terminalId " =====".
           IF ldgCount = 0
               THEN DISPLAY "No steps recorded."
           END-IF.
           MOVE 1 TO ldgIdx.
           PERFORM UNTIL ldgIdx > ldgCount
               MOVE "started" TO statusText
               IF ldgStatus(ldgIdx) = 'C'
                   THEN MOVE "complete" TO statusText
               END-IF
               DISPLAY ldgBusDate(ldgIdx) "  " ldgStep(ldgIdx)
                   "  " statusText " " ldgTimestamp(ldgIdx)
                   "  " ldgRunCount(ldgIdx)
               ADD 1 TO ldgIdx
           END-PERFORM.
           IF ldgOverflow > 0
               THEN DISPLAY "WARNING: " ldgOverflow " ledger"
                       " record(s) beyond the " ldgMax "-line"
                       " listing were not shown; list one date."
           END-IF.

      *>****************************************************************
      *> B0005-TABLE-LEDGER-RECORD
      *>
      *> Files one ledger record against its date and step for the
      *> listing, the later record replacing the earlier.
      *>****************************************************************
           B0005-TABLE-LEDGER-RECORD.
           MOVE 0 TO ldgSlot.
           MOVE 1 TO ldgIdx.
           PERFORM UNTIL ldgIdx > ldgCount
               IF ldgBusDate(ldgIdx) = runBusDate
                   AND ldgStep(ldgIdx) = runStep
                   THEN MOVE ldgIdx TO ldgSlot
                       MOVE ldgCount TO ldgIdx
               END-IF
               ADD 1 TO ldgIdx
           END-PERFORM.
           IF ldgSlot = 0
               THEN IF ldgCount < ldgMax
                       THEN ADD 1 TO ldgCount
                           MOVE ldgCount TO ldgSlot
                       ELSE ADD 1 TO ldgOverflow
                   END-IF
           END-IF.
           IF ldgSlot > 0
               THEN MOVE runBusDate TO ldgBusDate(ldgSlot)
                   MOVE runStep TO ldgStep(ldgSlot)
                   MOVE runStatus TO ldgStatus(ldgSlot)
                   MOVE runTimestamp TO ldgTimestamp(ldgSlot)
                   MOVE runCount TO ldgRunCount(ldgSlot)
           END-IF.

      *>****************************************************************
      *> B0006-STAMP-TIME
      *>
      *> Refreshes timestamp in the YYYYMMDD-HHMMSS shape every
      *> record layout carries.
      *>****************************************************************
           B0006-STAMP-TIME.
           ACCEPT tsDate FROM DATE YYYYMMDD.
           ACCEPT tsTime FROM TIME.
           STRING tsDate DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  tsTime DELIMITED BY SIZE
               INTO timestamp
           END-STRING.

       END PROGRAM MastRunCtl.
