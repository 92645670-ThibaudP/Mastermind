       IDENTIFICATION DIVISION.
       PROGRAM-ID. MastAvail.

      *>****************************************************************
      *> MastAvail - nightly kiosk availability report
      *>
      *> Measures how long every terminal was actually up during its
      *> site's opening hours on one business date, against how long
      *> it should have been up, so the hardware contractor's uptime
      *> figure comes off the kiosks' own records.  Reads what
      *> run_availability_report.sh gathers from every kiosk run
      *> directory:
      *>
      *>   MM0AEV  the kiosks' MM0EVT event journals, each terminal's
      *>           records in the order they were written
      *>   MM0AIN  the date's MM0LOG rounds, live and archived
      *>   MM0SIT  the site master (MM0SIT_PATH), naming each
      *>           terminal's site, region and opening hours
      *>
      *> A kiosk is up from an OPEN event to the CLOSE that follows
      *> it.  An OPEN with no CLOSE before the next OPEN is an
      *> unclean stop: the kiosk is taken to have died at its last
      *> sign of life - the later of its last journal event and its
      *> last round before the restart.  A kiosk still running when
      *> the report is made counts as up until now.
      *>
      *> The report runs per terminal (site-master order first,
      *> then any terminal the site master does not know), rolls up
      *> by site, by region and for the estate, and lists every
      *> start-up, restart, resumed round, catalog fallback and
      *> stale code of the day journalled on the date.  The date is
      *> the run date unless MM0AVL_DATE names another.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SITE-FILE ASSIGN TO DYNAMIC sitFilePath
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL EVENT-FILE ASSIGN TO "MM0AEV"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ROUND-FILE ASSIGN TO "MM0AIN"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SITE-FILE.
           COPY MM0SIT.

       FD  EVENT-FILE.
           COPY MM0EVT.

       FD  ROUND-FILE.
           COPY MM0LOG.

       WORKING-STORAGE SECTION.

           77 eofFlag PIC X(01) VALUE 'N'.
               88 eof VALUE 'Y'.

      *>     The site master defaults to a file in the run directory
      *>     until A0001 overrides it from MM0SIT_PATH
           77 sitFilePath PIC X(100) VALUE "MM0SIT".

           77 availDate PIC 9(08).
           77 dateAnswer PIC X(08) VALUE SPACES.

      *>     Wall clock, the business date's bounds and the minute
      *>     a timestamp falls on, all in whole minutes since the
      *>     INTEGER-OF-DATE epoch
           77 nowDate PIC 9(08).
           77 nowTime PIC 9(08).
           77 nowMinutes PIC 9(09).
           77 dayStart PIC 9(09).
           77 dayEnd PIC 9(09).
           77 hhWork PIC 9(02).
           77 mmWork PIC 9(02).
           77 stampWork PIC X(15).
           77 stampDate PIC 9(08).
           77 stampMinutes PIC 9(09).
           77 stampOkFlag PIC X(01) VALUE 'N'.
               88 stampOk VALUE 'Y'.
           77 badStamps PIC 9(06) VALUE 0.

      *>     One entry per terminal: where the site master puts it
      *>     and its hours, the session it has open while the
      *>     journal is being read, and its figures for the date
           77 termMax PIC 9(03) VALUE 200.
           77 termCount PIC 9(03) VALUE 0.
           77 termOverflow PIC 9(06) VALUE 0.
           01 terminalTable.
               05 terminalEntry OCCURS 200 TIMES.
                   10 termId PIC X(08).
                   10 termKnownFlag PIC X(01).
                   10 termSiteId PIC X(08).
                   10 termRegion PIC X(08).
                   10 termWinStart PIC 9(04).
                   10 termWinEnd PIC 9(04).
                   10 termOpenStart PIC 9(09).
                   10 termOpenTs PIC X(15).
                   10 termLastLife PIC 9(09).
                   10 termExpected PIC 9(05).
                   10 termUp PIC 9(05).
                   10 termSessions PIC 9(04).
                   10 termRestarts PIC 9(04).

           77 termIdx PIC 9(03).
           77 termSlot PIC 9(03).
           77 termWanted PIC X(08).

      *>     Sessions that touch the date.  sesLimit is the minute
      *>     the next OPEN came (or the far future), sesEnd the
      *>     minute the session is taken to have ended; an unclean
      *>     session's end creeps forward as its rounds are read.
           77 sesMax PIC 9(04) VALUE 1000.
           77 sesCount PIC 9(04) VALUE 0.
           77 sesOverflow PIC 9(06) VALUE 0.
           01 sessionTable.
               05 sessionEntry OCCURS 1000 TIMES.
                   10 sesTerm PIC 9(03).
                   10 sesStart PIC 9(09).
                   10 sesLimit PIC 9(09).
                   10 sesEnd PIC 9(09).
                   10 sesKind PIC X(01).

           77 sesIdx PIC 9(04).
           77 sesKindWanted PIC X(01).
           77 sesEndWanted PIC 9(09).
           77 sesLimitWanted PIC 9(09).
           77 farFuture PIC 9(09) VALUE 999999999.
           77 stillRunning PIC 9(04) VALUE 0.

      *>     The date's start-ups, restarts, resumes, fallbacks and
      *>     stale codes, in the order they were journalled
           77 evlMax PIC 9(03) VALUE 300.
           77 evlCount PIC 9(03) VALUE 0.
           77 evlOverflow PIC 9(06) VALUE 0.
           01 eventListTable.
               05 eventListEntry OCCURS 300 TIMES.
                   10 evlTerminalId PIC X(08).
                   10 evlTimestamp PIC X(15).
                   10 evlType PIC X(08).
                   10 evlText PIC X(50).

           77 evlIdx PIC 9(03).
           77 evlTextWork PIC X(50).

      *>     Site and region rollups, in site-master order
           77 siteMax PIC 9(03) VALUE 100.
           77 siteCount PIC 9(03) VALUE 0.
           77 siteOverflow PIC 9(06) VALUE 0.
           01 siteTable.
               05 siteEntry OCCURS 100 TIMES.
                   10 siteId PIC X(08).
                   10 siteRegion PIC X(08).
                   10 siteName PIC X(30).
                   10 siteTerminals PIC 9(04).
                   10 siteExpected PIC 9(07).
                   10 siteUp PIC 9(07).
                   10 siteRestarts PIC 9(04).

           77 siteIdx PIC 9(03).
           77 siteSlot PIC 9(03).

           77 regMax PIC 9(03) VALUE 50.
           77 regCount PIC 9(03) VALUE 0.
           77 regOverflow PIC 9(06) VALUE 0.
           01 regionTable.
               05 regionEntry OCCURS 50 TIMES.
                   10 regId PIC X(08).
                   10 regTerminals PIC 9(04).
                   10 regExpected PIC 9(07).
                   10 regUp PIC 9(07).
                   10 regRestarts PIC 9(04).

           77 regIdx PIC 9(03).
           77 regSlot PIC 9(03).

           77 estTerminals PIC 9(04) VALUE 0.
           77 estExpected PIC 9(08) VALUE 0.
           77 estUp PIC 9(08) VALUE 0.
           77 estRestarts PIC 9(04) VALUE 0.
           77 unknownTerminals PIC 9(04) VALUE 0.

      *>     Overlap of one session with one terminal's window
           77 winFrom PIC 9(09).
           77 winTo PIC 9(09).
           77 ovlFrom PIC 9(09).
           77 ovlTo PIC 9(09).

           77 upPct PIC 9(03)V99.
           77 pctDisp PIC ZZ9.99.
           77 pctText PIC X(07).
           77 minDisp PIC Z(07)9.
           77 expDisp PIC Z(07)9.
           77 cntDisp PIC ZZZ9.
           77 rstDisp PIC ZZZ9.
           77 rptExpected PIC 9(08).
           77 rptUp PIC 9(08).
           77 hoursText PIC X(11).

       PROCEDURE DIVISION.

           A0001-INITIALIZE.
           ACCEPT nowDate FROM DATE YYYYMMDD.
           ACCEPT nowTime FROM TIME.
           MOVE nowTime(1:2) TO hhWork.
           MOVE nowTime(3:2) TO mmWork.
           COMPUTE nowMinutes =
               FUNCTION INTEGER-OF-DATE(nowDate) * 1440
               + hhWork * 60 + mmWork.
           MOVE nowDate TO availDate.
           ACCEPT dateAnswer FROM ENVIRONMENT "MM0AVL_DATE".
           IF dateAnswer NUMERIC
               THEN MOVE dateAnswer TO availDate
           END-IF.
           COMPUTE dayStart =
               FUNCTION INTEGER-OF-DATE(availDate) * 1440.
           COMPUTE dayEnd = dayStart + 1440.
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
                   NOT AT END PERFORM B0001-STORE-SITE
               END-READ
           END-PERFORM.
           CLOSE SITE-FILE.

           A0003-READ-JOURNALS.
           MOVE 'N' TO eofFlag.
           OPEN INPUT EVENT-FILE.
           PERFORM UNTIL eof
               READ EVENT-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END PERFORM B0003-TAKE-EVENT
               END-READ
           END-PERFORM.
           CLOSE EVENT-FILE.

      *>     A session the journal leaves open is a kiosk still up
           A0004-CLOSE-OUT-SESSIONS.
           MOVE 1 TO termIdx.
           PERFORM UNTIL termIdx > termCount
               IF termOpenStart(termIdx) > 0
                   THEN MOVE 'O' TO sesKindWanted
                       MOVE nowMinutes TO sesEndWanted
                       MOVE farFuture TO sesLimitWanted
                       PERFORM B0006-FILE-SESSION
                       ADD 1 TO stillRunning
               END-IF
               ADD 1 TO termIdx
           END-PERFORM.

           A0005-READ-ROUNDS.
           MOVE 'N' TO eofFlag.
           OPEN INPUT ROUND-FILE.
           PERFORM UNTIL eof
               READ ROUND-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END PERFORM B0007-TAKE-ROUND
               END-READ
           END-PERFORM.
           CLOSE ROUND-FILE.

           A0006-MEASURE-SESSIONS.
           MOVE 1 TO sesIdx.
           PERFORM UNTIL sesIdx > sesCount
               PERFORM B0008-MEASURE-SESSION
               ADD 1 TO sesIdx
           END-PERFORM.

           A0007-ROLL-UP.
           MOVE 1 TO termIdx.
           PERFORM UNTIL termIdx > termCount
               PERFORM B0009-ROLL-UP-TERMINAL
               ADD 1 TO termIdx
           END-PERFORM.

           A0008-PRINT-REPORT.
           PERFORM B0011-PRINT-TERMINALS.
           PERFORM B0012-PRINT-ROLLUPS.
           PERFORM B0013-PRINT-EVENTS.

           Z0001-TERMINATE.
           STOP RUN.

      *>****************************************************************
      *> B0001-STORE-SITE
      *>
      *> Files one site-master record as a terminal entry and its
      *> site as a rollup entry.  The opening hours become minutes
      *> into the day; hours that are not numeric, or a closing
      *> time not after the opening time, leave an empty window -
      *> the site does not open, so nothing is expected of it.
      *>****************************************************************
           B0001-STORE-SITE.
           MOVE sitTerminalId TO termWanted.
           PERFORM B0002-FIND-TERMINAL.
           IF termSlot > 0
               THEN MOVE 'Y' TO termKnownFlag(termSlot)
                   MOVE sitSiteId TO termSiteId(termSlot)
                   MOVE sitRegion TO termRegion(termSlot)
                   MOVE 0 TO termWinStart(termSlot)
                   MOVE 0 TO termWinEnd(termSlot)
                   IF sitOpenTime NUMERIC AND sitCloseTime NUMERIC
                       AND sitCloseTime > sitOpenTime
                       AND sitCloseTime NOT > 2400
                       AND sitOpenTime(3:2) < "60"
                       AND sitCloseTime(3:2) < "60"
                       THEN MOVE sitOpenTime(1:2) TO hhWork
                           MOVE sitOpenTime(3:2) TO mmWork
                           COMPUTE termWinStart(termSlot) =
                               hhWork * 60 + mmWork
                           MOVE sitCloseTime(1:2) TO hhWork
                           MOVE sitCloseTime(3:2) TO mmWork
                           COMPUTE termWinEnd(termSlot) =
                               hhWork * 60 + mmWork
                   END-IF
                   COMPUTE termExpected(termSlot) =
                       termWinEnd(termSlot) - termWinStart(termSlot)
                   PERFORM B0010-FIND-SITE
           END-IF.

      *>****************************************************************
      *> B0002-FIND-TERMINAL
      *>
      *> Linear search of the terminal table for termWanted, adding
      *> a new entry - unknown to the site master until
      *> B0001 says otherwise - the first time a terminal is seen.
      *> Sets termSlot, zero when the table is full.
      *>****************************************************************
           B0002-FIND-TERMINAL.
           MOVE 0 TO termSlot.
           MOVE 1 TO termIdx.
           PERFORM UNTIL termIdx > termCount
               IF termId(termIdx) = termWanted
                   THEN MOVE termIdx TO termSlot
                       MOVE termCount TO termIdx
               END-IF
               ADD 1 TO termIdx
           END-PERFORM.
           IF termSlot = 0
               THEN IF termCount < termMax
                       THEN ADD 1 TO termCount
                           MOVE termCount TO termSlot
                           MOVE termWanted TO termId(termSlot)
                           MOVE 'N' TO termKnownFlag(termSlot)
                           MOVE "UNKNOWN" TO termSiteId(termSlot)
                           MOVE SPACES TO termRegion(termSlot)
                           MOVE 0 TO termWinStart(termSlot)
                           MOVE 0 TO termWinEnd(termSlot)
                           MOVE 0 TO termOpenStart(termSlot)
                           MOVE SPACES TO termOpenTs(termSlot)
                           MOVE 0 TO termLastLife(termSlot)
                           MOVE 0 TO termExpected(termSlot)
                           MOVE 0 TO termUp(termSlot)
                           MOVE 0 TO termSessions(termSlot)
                           MOVE 0 TO termRestarts(termSlot)
                       ELSE ADD 1 TO termOverflow
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0003-TAKE-EVENT
      *>
      *> Follows one journal record through its terminal's session
      *> state.  An OPEN while a session is already open closes the
      *> old one as an unclean stop and is listed as a restart; a
      *> CLOSE ends the open session cleanly; anything else is a
      *> sign of life.  A CLOSE with no OPEN before it (a journal
      *> that starts mid-session) changes nothing.
      *>****************************************************************
           B0003-TAKE-EVENT.
           MOVE evtTimestamp TO stampWork.
           PERFORM B0005-STAMP-MINUTES.
           IF NOT stampOk
               THEN ADD 1 TO badStamps
               ELSE MOVE evtTerminalId TO termWanted
                   PERFORM B0002-FIND-TERMINAL
                   IF termSlot > 0
                       THEN MOVE termSlot TO termIdx
                           PERFORM B0004-APPLY-EVENT
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0004-APPLY-EVENT
      *>
      *> The session bookkeeping for B0003, with termIdx on the
      *> event's terminal and stampMinutes on its time.
      *>****************************************************************
           B0004-APPLY-EVENT.
           MOVE SPACES TO evlTextWork.
           IF evtOpen
               THEN IF termOpenStart(termIdx) > 0
                       THEN MOVE 'U' TO sesKindWanted
                           MOVE termLastLife(termIdx) TO sesEndWanted
                           MOVE stampMinutes TO sesLimitWanted
                           PERFORM B0006-FILE-SESSION
                           STRING "RESTART - no CLOSE since "
                                  DELIMITED BY SIZE
                                  termOpenTs(termIdx)
                                  DELIMITED BY SIZE
                               INTO evlTextWork
                           END-STRING
                           IF stampMinutes NOT < dayStart
                               AND stampMinutes < dayEnd
                               THEN ADD 1 TO termRestarts(termIdx)
                           END-IF
                       ELSE MOVE "start-up" TO evlTextWork
                   END-IF
                   MOVE stampMinutes TO termOpenStart(termIdx)
                   MOVE evtTimestamp TO termOpenTs(termIdx)
                   MOVE stampMinutes TO termLastLife(termIdx)
           END-IF.
           IF evtClose AND termOpenStart(termIdx) > 0
               THEN MOVE 'C' TO sesKindWanted
                   MOVE stampMinutes TO sesEndWanted
                   MOVE stampMinutes TO sesLimitWanted
                   PERFORM B0006-FILE-SESSION
                   MOVE 0 TO termOpenStart(termIdx)
                   MOVE SPACES TO termOpenTs(termIdx)
           END-IF.
           IF NOT evtOpen AND NOT evtClose
               AND termOpenStart(termIdx) > 0
               AND stampMinutes > termLastLife(termIdx)
               THEN MOVE stampMinutes TO termLastLife(termIdx)
           END-IF.
           IF NOT evtClose
               AND stampMinutes NOT < dayStart
               AND stampMinutes < dayEnd
               THEN IF evlTextWork = SPACES
                       THEN MOVE evtDetail TO evlTextWork
                   END-IF
                   IF evlCount < evlMax
                       THEN ADD 1 TO evlCount
                           MOVE evtTerminalId
                               TO evlTerminalId(evlCount)
                           MOVE evtTimestamp TO evlTimestamp(evlCount)
                           MOVE evtType TO evlType(evlCount)
                           MOVE evlTextWork TO evlText(evlCount)
                       ELSE ADD 1 TO evlOverflow
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0005-STAMP-MINUTES
      *>
      *> Turns the YYYYMMDD-HHMMSS timestamp in stampWork into whole
      *> minutes in stampMinutes, setting stampOk only when the
      *> date and time halves are usable.
      *>****************************************************************
           B0005-STAMP-MINUTES.
           MOVE 'N' TO stampOkFlag.
           MOVE 0 TO stampMinutes.
           IF stampWork(1:8) NUMERIC AND stampWork(10:4) NUMERIC
               AND stampWork(5:2) > "00" AND stampWork(5:2) < "13"
               AND stampWork(7:2) > "00" AND stampWork(7:2) < "32"
               AND stampWork(10:2) < "24" AND stampWork(12:2) < "60"
               THEN MOVE stampWork(1:8) TO stampDate
                   MOVE stampWork(10:2) TO hhWork
                   MOVE stampWork(12:2) TO mmWork
                   COMPUTE stampMinutes =
                       FUNCTION INTEGER-OF-DATE(stampDate) * 1440
                       + hhWork * 60 + mmWork
                   MOVE 'Y' TO stampOkFlag
           END-IF.

      *>****************************************************************
      *> B0006-FILE-SESSION
      *>
      *> Files the session termIdx has open, of the kind and with
      *> the end and limit the caller set, when it reaches into the
      *> business date; sessions wholly before or after it are of
      *> no interest to the report.
      *>****************************************************************
           B0006-FILE-SESSION.
           IF termOpenStart(termIdx) < dayEnd
               AND sesLimitWanted > dayStart
               THEN IF sesCount < sesMax
                       THEN ADD 1 TO sesCount
                           MOVE termIdx TO sesTerm(sesCount)
                           MOVE termOpenStart(termIdx)
                               TO sesStart(sesCount)
                           MOVE sesLimitWanted TO sesLimit(sesCount)
                           MOVE sesEndWanted TO sesEnd(sesCount)
                           MOVE sesKindWanted TO sesKind(sesCount)
                           ADD 1 TO termSessions(termIdx)
                       ELSE ADD 1 TO sesOverflow
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0007-TAKE-ROUND
      *>
      *> A round is a sign of life: it carries forward the end of
      *> any unclean session of its terminal that it falls inside.
      *>****************************************************************
           B0007-TAKE-ROUND.
           MOVE logTimestamp TO stampWork.
           PERFORM B0005-STAMP-MINUTES.
           IF stampOk
               THEN MOVE 1 TO sesIdx
                   PERFORM UNTIL sesIdx > sesCount
                       IF sesKind(sesIdx) = 'U'
                           AND termId(sesTerm(sesIdx)) = logTerminalId
                           AND stampMinutes NOT < sesStart(sesIdx)
                           AND stampMinutes < sesLimit(sesIdx)
                           AND stampMinutes > sesEnd(sesIdx)
                           THEN MOVE stampMinutes TO sesEnd(sesIdx)
                       END-IF
                       ADD 1 TO sesIdx
                   END-PERFORM
           END-IF.

      *>****************************************************************
      *> B0008-MEASURE-SESSION
      *>
      *> Adds the minutes of one session that fall inside its
      *> terminal's window on the date to the terminal's up time:
      *> the opening hours for a terminal the site master knows,
      *> the whole day for one it does not.
      *>****************************************************************
           B0008-MEASURE-SESSION.
           MOVE sesTerm(sesIdx) TO termIdx.
           IF termKnownFlag(termIdx) = 'Y'
               THEN COMPUTE winFrom = dayStart + termWinStart(termIdx)
                   COMPUTE winTo = dayStart + termWinEnd(termIdx)
               ELSE MOVE dayStart TO winFrom
                   MOVE dayEnd TO winTo
           END-IF.
           MOVE sesStart(sesIdx) TO ovlFrom.
           IF winFrom > ovlFrom
               THEN MOVE winFrom TO ovlFrom
           END-IF.
           MOVE sesEnd(sesIdx) TO ovlTo.
           IF winTo < ovlTo
               THEN MOVE winTo TO ovlTo
           END-IF.
           IF ovlTo > ovlFrom
               THEN COMPUTE termUp(termIdx) =
                       termUp(termIdx) + ovlTo - ovlFrom
           END-IF.

      *>****************************************************************
      *> B0009-ROLL-UP-TERMINAL
      *>
      *> Adds a terminal the site master knows into its site, its
      *> region and the estate; an unknown terminal is only
      *> counted, since there is no site to hold it to.
      *>****************************************************************
           B0009-ROLL-UP-TERMINAL.
           IF termKnownFlag(termIdx) NOT = 'Y'
               THEN ADD 1 TO unknownTerminals
               ELSE ADD 1 TO estTerminals
                   ADD termExpected(termIdx) TO estExpected
                   ADD termUp(termIdx) TO estUp
                   ADD termRestarts(termIdx) TO estRestarts
                   MOVE 0 TO siteSlot
                   MOVE 1 TO siteIdx
                   PERFORM UNTIL siteIdx > siteCount
                       IF siteId(siteIdx) = termSiteId(termIdx)
                           THEN MOVE siteIdx TO siteSlot
                               MOVE siteCount TO siteIdx
                       END-IF
                       ADD 1 TO siteIdx
                   END-PERFORM
                   IF siteSlot > 0
                       THEN ADD 1 TO siteTerminals(siteSlot)
                           ADD termExpected(termIdx)
                               TO siteExpected(siteSlot)
                           ADD termUp(termIdx) TO siteUp(siteSlot)
                           ADD termRestarts(termIdx)
                               TO siteRestarts(siteSlot)
                   END-IF
                   MOVE 0 TO regSlot
                   MOVE 1 TO regIdx
                   PERFORM UNTIL regIdx > regCount
                       IF regId(regIdx) = termRegion(termIdx)
                           THEN MOVE regIdx TO regSlot
                               MOVE regCount TO regIdx
                       END-IF
                       ADD 1 TO regIdx
                   END-PERFORM
                   IF regSlot = 0
                       THEN IF regCount < regMax
                               THEN ADD 1 TO regCount
                                   MOVE regCount TO regSlot
                                   MOVE termRegion(termIdx)
                                       TO regId(regSlot)
                                   MOVE 0 TO regTerminals(regSlot)
                                   MOVE 0 TO regExpected(regSlot)
                                   MOVE 0 TO regUp(regSlot)
                                   MOVE 0 TO regRestarts(regSlot)
                               ELSE ADD 1 TO regOverflow
                           END-IF
                   END-IF
                   IF regSlot > 0
                       THEN ADD 1 TO regTerminals(regSlot)
                           ADD termExpected(termIdx)
                               TO regExpected(regSlot)
                           ADD termUp(termIdx) TO regUp(regSlot)
                           ADD termRestarts(termIdx)
                               TO regRestarts(regSlot)
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0010-FIND-SITE
      *>
      *> Makes sure the current site-master record's site has a
      *> rollup entry, the first terminal seen at a site naming it.
      *>****************************************************************
           B0010-FIND-SITE.
           MOVE 0 TO siteSlot.
           MOVE 1 TO siteIdx.
           PERFORM UNTIL siteIdx > siteCount
               IF siteId(siteIdx) = sitSiteId
                   THEN MOVE siteIdx TO siteSlot
                       MOVE siteCount TO siteIdx
               END-IF
               ADD 1 TO siteIdx
           END-PERFORM.
           IF siteSlot = 0
               THEN IF siteCount < siteMax
                       THEN ADD 1 TO siteCount
                           MOVE siteCount TO siteSlot
                           MOVE sitSiteId TO siteId(siteSlot)
                           MOVE sitRegion TO siteRegion(siteSlot)
                           MOVE sitSiteName TO siteName(siteSlot)
                           MOVE 0 TO siteTerminals(siteSlot)
                           MOVE 0 TO siteExpected(siteSlot)
                           MOVE 0 TO siteUp(siteSlot)
                           MOVE 0 TO siteRestarts(siteSlot)
                       ELSE ADD 1 TO siteOverflow
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0011-PRINT-TERMINALS
      *>
      *> The per-terminal section: the site's hours, the minutes
      *> expected and achieved, the uptime percentage, the
      *> sessions that touched the date and the restarts after an
      *> unclean stop.
      *>****************************************************************
           B0011-PRINT-TERMINALS.
           DISPLAY " ".
           DISPLAY "===== Mastermind Kiosk Availability - "
               availDate " =====".
           DISPLAY " ".
           DISPLAY "Per terminal (minutes within opening hours):".
           DISPLAY "  TERMINAL SITE     REGION   HOURS      "
               " EXPECTED       UP  UPTIME SESS RSTR".
           IF termCount = 0
               THEN DISPLAY "  (no terminals on the site master or"
                       " the journals)"
           END-IF.
           MOVE 1 TO termIdx.
           PERFORM UNTIL termIdx > termCount
               MOVE termExpected(termIdx) TO rptExpected
               MOVE termUp(termIdx) TO rptUp
               PERFORM B0014-FORMAT-FIGURES
               MOVE SPACES TO hoursText
               IF termKnownFlag(termIdx) NOT = 'Y'
                   THEN MOVE "no hours" TO hoursText
               ELSE IF termExpected(termIdx) = 0
                   THEN MOVE "closed" TO hoursText
               ELSE COMPUTE hhWork = termWinStart(termIdx) / 60
                   COMPUTE mmWork =
                       FUNCTION MOD(termWinStart(termIdx), 60)
                   MOVE hhWork TO hoursText(1:2)
                   MOVE mmWork TO hoursText(3:2)
                   MOVE "-" TO hoursText(5:1)
                   COMPUTE hhWork = termWinEnd(termIdx) / 60
                   COMPUTE mmWork =
                       FUNCTION MOD(termWinEnd(termIdx), 60)
                   MOVE hhWork TO hoursText(6:2)
                   MOVE mmWork TO hoursText(8:2)
               END-IF
               END-IF
               MOVE termSessions(termIdx) TO cntDisp
               MOVE termRestarts(termIdx) TO rstDisp
               DISPLAY "  " termId(termIdx) " "
                   termSiteId(termIdx) " " termRegion(termIdx) " "
                   hoursText expDisp " " minDisp " " pctText
                   cntDisp " " rstDisp
               ADD 1 TO termIdx
           END-PERFORM.
           IF unknownTerminals > 0
               THEN DISPLAY "  " unknownTerminals " terminal(s) are"
                       " missing from the site master: their up"
                       " time is over the whole day and is left"
                       " out of the rollups."
           END-IF.
           IF stillRunning > 0
               THEN DISPLAY "  " stillRunning " terminal(s) had no"
                       " CLOSE on file and are counted as up until"
                       " the report ran."
           END-IF.
           IF termOverflow > 0
               THEN DISPLAY "  WARNING: " termOverflow " record(s)"
                       " for terminals beyond the " termMax
                       "-terminal table were not counted."
           END-IF.
           IF sesOverflow > 0
               THEN DISPLAY "  WARNING: " sesOverflow " session(s)"
                       " beyond the " sesMax "-session table were"
                       " not counted; the up times are short."
           END-IF.
           IF badStamps > 0
               THEN DISPLAY "  Journal records with unusable"
                       " timestamps: " badStamps
           END-IF.

      *>****************************************************************
      *> B0012-PRINT-ROLLUPS
      *>
      *> The site, region and estate rollups over the terminals the
      *> site master knows.
      *>****************************************************************
           B0012-PRINT-ROLLUPS.
           DISPLAY " ".
           DISPLAY "Per site:".
           DISPLAY "  SITE     REGION   TERMS EXPECTED       UP "
               " UPTIME RSTR  NAME".
           MOVE 1 TO siteIdx.
           PERFORM UNTIL siteIdx > siteCount
               MOVE siteExpected(siteIdx) TO rptExpected
               MOVE siteUp(siteIdx) TO rptUp
               PERFORM B0014-FORMAT-FIGURES
               MOVE siteTerminals(siteIdx) TO cntDisp
               MOVE siteRestarts(siteIdx) TO rstDisp
               DISPLAY "  " siteId(siteIdx) " " siteRegion(siteIdx)
                   " " cntDisp expDisp " " minDisp " " pctText
                   rstDisp "  " siteName(siteIdx)
               ADD 1 TO siteIdx
           END-PERFORM.
           IF siteOverflow > 0
               THEN DISPLAY "  WARNING: " siteOverflow " site(s)"
                       " beyond the " siteMax "-site table were"
                       " left out."
           END-IF.
           DISPLAY " ".
           DISPLAY "Per region:".
           DISPLAY "  REGION   TERMS EXPECTED       UP  UPTIME RSTR".
           MOVE 1 TO regIdx.
           PERFORM UNTIL regIdx > regCount
               MOVE regExpected(regIdx) TO rptExpected
               MOVE regUp(regIdx) TO rptUp
               PERFORM B0014-FORMAT-FIGURES
               MOVE regTerminals(regIdx) TO cntDisp
               MOVE regRestarts(regIdx) TO rstDisp
               DISPLAY "  " regId(regIdx) " " cntDisp expDisp " "
                   minDisp " " pctText rstDisp
               ADD 1 TO regIdx
           END-PERFORM.
           IF regOverflow > 0
               THEN DISPLAY "  WARNING: " regOverflow " region(s)"
                       " beyond the " regMax "-region table were"
                       " left out."
           END-IF.
           DISPLAY " ".
           MOVE estExpected TO rptExpected.
           MOVE estUp TO rptUp.
           PERFORM B0014-FORMAT-FIGURES.
           MOVE estTerminals TO cntDisp.
           MOVE estRestarts TO rstDisp.
           DISPLAY "Estate: " cntDisp " terminal(s), expected"
               expDisp " min, up" minDisp " min, uptime " pctText
               ", restarts " rstDisp.

      *>****************************************************************
      *> B0013-PRINT-EVENTS
      *>
      *> Every start-up, restart, resume, catalog fallback and stale
      *> code of the day journalled on the date, terminal by
      *> terminal in the order they happened.
      *>****************************************************************
           B0013-PRINT-EVENTS.
           DISPLAY " ".
           DISPLAY "Events on " availDate ":".
           IF evlCount = 0
               THEN DISPLAY "  (none journalled)"
           END-IF.
           MOVE 1 TO evlIdx.
           PERFORM UNTIL evlIdx > evlCount
               DISPLAY "  " evlTerminalId(evlIdx) " "
                   evlTimestamp(evlIdx)(10:2) ":"
                   evlTimestamp(evlIdx)(12:2) ":"
                   evlTimestamp(evlIdx)(14:2) " "
                   evlType(evlIdx) " " evlText(evlIdx)
               ADD 1 TO evlIdx
           END-PERFORM.
           IF evlOverflow > 0
               THEN DISPLAY "  WARNING: " evlOverflow " more"
                       " event(s) beyond the " evlMax "-line"
                       " listing were not shown."
           END-IF.
           DISPLAY " ".

      *>****************************************************************
      *> B0014-FORMAT-FIGURES
      *>
      *> Edits rptExpected and rptUp for printing, with the uptime
      *> as a percentage of what was expected - "n/a" where nothing
      *> was expected.
      *>****************************************************************
           B0014-FORMAT-FIGURES.
           MOVE rptExpected TO expDisp.
           MOVE rptUp TO minDisp.
           IF rptExpected = 0
               THEN MOVE "   n/a " TO pctText
               ELSE COMPUTE upPct ROUNDED =
                       (rptUp * 100) / rptExpected
                   MOVE upPct TO pctDisp
                   MOVE SPACES TO pctText
                   MOVE pctDisp TO pctText(1:6)
                   MOVE "%" TO pctText(7:1)
           END-IF.

       END PROGRAM MastAvail.
