       IDENTIFICATION DIVISION.
       PROGRAM-ID. MastCmpRep.

      *>****************************************************************
      *> MastCmpRep - promotion campaign uplift report
      *>
      *> Says whether a promotion on the MM0CMP campaign calendar
      *> brought in any extra play, by setting what happened inside
      *> the campaign's windows against the same weekdays and hours
      *> in the weeks before it started.  Reads what
      *> run_campaign_report.sh gathers from every kiosk run
      *> directory:
      *>
      *>   MM0CMP  the campaign calendar (MM0CMP_PATH)
      *>   MM0SIT  the site master (MM0SIT_PATH), placing each
      *>           terminal in the site a site-wide campaign names
      *>   MM0PVL  the prize value master, pricing the prizes
      *>   MM0CRI  the rounds, archived and live MM0LOG
      *>   MM0CWI  the wins, the kiosks' live MM0WIN files
      *>
      *> A round or win is inside a campaign when a calendar record
      *> of the campaign is live for its terminal at its stamp.  It
      *> is in the comparison when it falls in the weeks before the
      *> campaign's first date, on a weekday and in the hours a
      *> record of the campaign covers, at a terminal the record
      *> reaches.  Each side is put on a per-week footing - the
      *> campaign over the weeks it has run so far, the comparison
      *> over the weeks the rounds on file reach back - so a
      *> fortnight of happy hours compares fairly with one week of
      *> history or with four:
      *>
      *>   rounds played, carded players (a player counted once a
      *>   week), the win rate, and prize cost in pounds priced off
      *>   MM0PVL, with prizes carrying no price counted aside
      *>   rather than as free.
      *>
      *> Every campaign on the calendar is reported unless
      *> MM0CMR_CAMPAIGN names one; MM0CMR_WEEKS sets how many weeks
      *> before are compared (4 unless given, at most 12).
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAMPAIGN-FILE ASSIGN TO DYNAMIC cmpFilePath
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SITE-FILE ASSIGN TO DYNAMIC sitFilePath
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL VALUE-FILE ASSIGN TO "MM0PVL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ROUND-FILE ASSIGN TO "MM0CRI"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL WIN-FILE ASSIGN TO "MM0CWI"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FILE.
           COPY MM0CMP.

       FD  SITE-FILE.
           COPY MM0SIT.

       FD  VALUE-FILE.
           COPY MM0PVL.

       FD  ROUND-FILE.
           COPY MM0LOG.

       FD  WIN-FILE.
           COPY MM0WIN.

       WORKING-STORAGE SECTION.

           77 eofFlag PIC X(01) VALUE 'N'.
               88 eof VALUE 'Y'.

      *>     The calendar and site master default to files in the
      *>     run directory until A0001 overrides them from
      *>     MM0CMP_PATH and MM0SIT_PATH
           77 cmpFilePath PIC X(100) VALUE "MM0CMP".
           77 sitFilePath PIC X(100) VALUE "MM0SIT".

           77 runDate PIC 9(08).
           77 runDateInt PIC 9(07).
           77 campaignWanted PIC X(08) VALUE SPACES.
           77 weeksAnswer PIC X(02) VALUE SPACES.
           77 weeksWanted PIC 9(02) VALUE 4.

      *>     One entry per campaign reported: its first and last
      *>     dates, the weeks each side covers, the match flags for
      *>     the record being folded, and the figures on each side
           77 cpgMax PIC 9(02) VALUE 20.
           77 cpgCount PIC 9(02) VALUE 0.
           77 cpgOverflow PIC 9(04) VALUE 0.
           01 campaignTable.
               05 campaignEntry OCCURS 20 TIMES.
                   10 cpgId PIC X(08).
                   10 cpgFirst PIC 9(08).
                   10 cpgLast PIC 9(08).
                   10 cpgFirstInt PIC 9(07).
                   10 cpgLastInt PIC 9(07).
                   10 cpgWeeks PIC 9(03).
                   10 cpgBaseWeeks PIC 9(02).
                   10 cpgCampHit PIC X(01).
                   10 cpgBaseHit PIC X(01).
                   10 cpgRounds PIC 9(07).
                   10 cpgWins PIC 9(07).
                   10 cpgCarded PIC 9(07).
                   10 cpgPrizes PIC 9(07).
                   10 cpgCost PIC 9(09)V99.
                   10 cpgUnpriced PIC 9(07).
                   10 cpgStamped PIC 9(07).
                   10 basRounds PIC 9(07).
                   10 basWins PIC 9(07).
                   10 basCarded PIC 9(07).
                   10 basPrizes PIC 9(07).
                   10 basCost PIC 9(09)V99.
                   10 basUnpriced PIC 9(07).
           77 cpgIdx PIC 9(02).
           77 cpgSlot PIC 9(02).

      *>     One entry per calendar record of a reported campaign.
      *>     cwnDays is the weekday mask with spaces spelt out;
      *>     cwnCovered marks the weekdays the record actually
      *>     reaches inside its date range, which is what the weeks
      *>     before are compared on
           77 cwnMax PIC 9(03) VALUE 100.
           77 cwnCount PIC 9(03) VALUE 0.
           77 cwnOverflow PIC 9(04) VALUE 0.
           01 windowTable.
               05 windowEntry OCCURS 100 TIMES.
                   10 cwnCpg PIC 9(02).
                   10 cwnScope PIC X(01).
                   10 cwnScopeId PIC X(08).
                   10 cwnFrom PIC 9(08).
                   10 cwnTo PIC 9(08).
                   10 cwnFromInt PIC 9(07).
                   10 cwnToInt PIC 9(07).
                   10 cwnDays PIC X(07).
                   10 cwnCovered PIC X(07).
                   10 cwnStart PIC 9(04).
                   10 cwnEnd PIC 9(04).
                   10 cwnTier PIC X(08).
                   10 cwnPrize PIC X(08).
                   10 cwnExtra PIC 9(04).
           77 cwnIdx PIC 9(03).
           77 badCalendar PIC 9(04) VALUE 0.

      *>     The site master, terminal by terminal
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

      *>     Carded players seen, one entry per player per week per
      *>     side of each campaign, so a regular is one carded
      *>     player a week however many rounds they play
           77 pwkMax PIC 9(04) VALUE 5000.
           77 pwkCount PIC 9(04) VALUE 0.
           77 pwkOverflow PIC 9(06) VALUE 0.
           01 playerWeekTable.
               05 playerWeekEntry OCCURS 5000 TIMES.
                   10 pwkCpg PIC 9(02).
                   10 pwkSide PIC X(01).
                   10 pwkWeek PIC 9(03).
                   10 pwkPlayer PIC X(10).
           77 pwkIdx PIC 9(04).
           77 pwkFoundFlag PIC X(01) VALUE 'N'.
               88 pwkFound VALUE 'Y'.
           77 pwkSideWanted PIC X(01).
           77 pwkWeekWanted PIC 9(03).

      *>     The record being folded: its terminal, site, stamp,
      *>     day number, weekday and time of day
           77 termWanted PIC X(08).
           77 siteWanted PIC X(08).
           77 stampWanted PIC X(15).
           77 stampOkFlag PIC X(01) VALUE 'N'.
               88 stampOk VALUE 'Y'.
           77 stampDate PIC 9(08).
           77 stampInt PIC 9(07).
           77 stampDay PIC 9(01).
           77 stampTime PIC 9(04).
           77 scopeOkFlag PIC X(01) VALUE 'N'.
               88 scopeOk VALUE 'Y'.
           77 earliestInt PIC 9(07) VALUE 9999999.
           77 badStamps PIC 9(06) VALUE 0.
           77 dayWork PIC 9(07).
           77 daySub PIC 9(01).

      *>     Per-week figures for one line of the comparison
           77 lineLabel PIC X(22).
           77 campValue PIC 9(09)V99.
           77 baseValue PIC 9(09)V99.
           77 changePct PIC S9(07)V9.
           77 valueDisp PIC Z(08)9.99.
           77 pctDisp PIC +(7)9.9.
           77 cntDisp PIC Z(06)9.

       PROCEDURE DIVISION.

           A0001-INITIALIZE.
           ACCEPT runDate FROM DATE YYYYMMDD.
           COMPUTE runDateInt = FUNCTION INTEGER-OF-DATE(runDate).
           ACCEPT campaignWanted FROM ENVIRONMENT "MM0CMR_CAMPAIGN".
           ACCEPT weeksAnswer FROM ENVIRONMENT "MM0CMR_WEEKS".
           IF weeksAnswer(1:1) NUMERIC
               THEN COMPUTE weeksWanted = FUNCTION NUMVAL(weeksAnswer)
           END-IF.
           IF weeksWanted < 1 OR weeksWanted > 12
               THEN MOVE 4 TO weeksWanted
           END-IF.
           MOVE "MM0CMP" TO cmpFilePath.
           ACCEPT cmpFilePath FROM ENVIRONMENT "MM0CMP_PATH".
           IF cmpFilePath = SPACES
               THEN MOVE "MM0CMP" TO cmpFilePath
           END-IF.
           MOVE "MM0SIT" TO sitFilePath.
           ACCEPT sitFilePath FROM ENVIRONMENT "MM0SIT_PATH".
           IF sitFilePath = SPACES
               THEN MOVE "MM0SIT" TO sitFilePath
           END-IF.

           A0002-LOAD-CALENDAR.
           MOVE 'N' TO eofFlag.
           OPEN INPUT CAMPAIGN-FILE.
           PERFORM UNTIL eof
               READ CAMPAIGN-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END PERFORM B0001-STORE-WINDOW
               END-READ
           END-PERFORM.
           CLOSE CAMPAIGN-FILE.

           A0003-LOAD-SITES.
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

           A0004-LOAD-VALUES.
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

      *>     How far back the rounds on file reach decides how many
      *>     of the weeks before each campaign can be compared, so
      *>     that is settled before anything is folded
           A0005-FIND-EARLIEST.
           MOVE 'N' TO eofFlag.
           OPEN INPUT ROUND-FILE.
           PERFORM UNTIL eof
               READ ROUND-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END
                       MOVE logTimestamp TO stampWanted
                       PERFORM B0004-DECODE-STAMP
                       IF stampOk AND stampInt < earliestInt
                           THEN MOVE stampInt TO earliestInt
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROUND-FILE.
           MOVE 1 TO cpgIdx.
           PERFORM UNTIL cpgIdx > cpgCount
               PERFORM B0003-SET-WEEKS
               ADD 1 TO cpgIdx
           END-PERFORM.

           A0006-FOLD-ROUNDS.
           MOVE 'N' TO eofFlag.
           OPEN INPUT ROUND-FILE.
           PERFORM UNTIL eof
               READ ROUND-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END PERFORM B0007-FOLD-ROUND
               END-READ
           END-PERFORM.
           CLOSE ROUND-FILE.

           A0007-FOLD-WINS.
           MOVE 'N' TO eofFlag.
           OPEN INPUT WIN-FILE.
           PERFORM UNTIL eof
               READ WIN-FILE
                   AT END MOVE 'Y' TO eofFlag
                   NOT AT END PERFORM B0009-FOLD-WIN
               END-READ
           END-PERFORM.
           CLOSE WIN-FILE.

           A0008-PRINT-REPORT.
           DISPLAY " ".
           DISPLAY "===== Mastermind Campaign Uplift - " runDate
               " =====".
           DISPLAY "Each campaign against the same weekdays and hours"
               " in the " weeksWanted " week(s) before it began.".
           IF cpgCount = 0
               THEN DISPLAY " "
                   IF campaignWanted = SPACES
                       THEN DISPLAY "No campaigns on the calendar."
                       ELSE DISPLAY "Campaign " campaignWanted
                               " is not on the calendar."
                   END-IF
           END-IF.
           MOVE 1 TO cpgIdx.
           PERFORM UNTIL cpgIdx > cpgCount
               PERFORM B0011-PRINT-CAMPAIGN
               ADD 1 TO cpgIdx
           END-PERFORM.
           DISPLAY " ".
           IF badCalendar > 0
               THEN DISPLAY "Calendar records skipped as mangled : "
                       badCalendar
           END-IF.
           IF cpgOverflow > 0 OR cwnOverflow > 0
               THEN DISPLAY "Calendar larger than the report holds:"
                       " " cpgOverflow " campaign(s) and "
                       cwnOverflow " record(s) left out."
           END-IF.
           IF badStamps > 0
               THEN DISPLAY "Rounds and wins with mangled stamps  : "
                       badStamps
           END-IF.
           IF pwkOverflow > 0
               THEN DISPLAY "Carded players past the table        : "
                       pwkOverflow " (player counts understated)"
           END-IF.

           Z0001-TERMINATE.
           STOP RUN.

      *>****************************************************************
      *> B0001-STORE-WINDOW
      *>
      *> Files one calendar record under its campaign, opening the
      *> campaign the first time its id is seen and stretching its
      *> first and last dates to cover the record.  A record with
      *> mangled dates, times or scope is skipped and counted, as
      *> the kiosk would never find it live either.
      *>****************************************************************
           B0001-STORE-WINDOW.
           IF campaignWanted NOT = SPACES
               AND cmpCampaignId NOT = campaignWanted
               THEN CONTINUE
           ELSE IF cmpCampaignId = SPACES
               OR cmpFromDate NOT NUMERIC OR cmpToDate NOT NUMERIC
               OR cmpStartTime NOT NUMERIC OR cmpEndTime NOT NUMERIC
               OR cmpExtraCap NOT NUMERIC
               OR NOT (cmpEstate OR cmpSite OR cmpTerminal)
               OR cmpToDate < cmpFromDate
               OR FUNCTION INTEGER-OF-DATE(cmpFromDate) = 0
               OR FUNCTION INTEGER-OF-DATE(cmpToDate) = 0
               THEN ADD 1 TO badCalendar
           ELSE PERFORM B0002-FIND-CAMPAIGN
               IF cpgSlot = 0
                   THEN ADD 1 TO cpgOverflow
               ELSE IF cwnCount NOT < cwnMax
                   THEN ADD 1 TO cwnOverflow
               ELSE ADD 1 TO cwnCount
                   MOVE cpgSlot TO cwnCpg(cwnCount)
                   MOVE cmpScope TO cwnScope(cwnCount)
                   MOVE cmpScopeId TO cwnScopeId(cwnCount)
                   MOVE cmpFromDate TO cwnFrom(cwnCount)
                   MOVE cmpToDate TO cwnTo(cwnCount)
                   COMPUTE cwnFromInt(cwnCount) =
                       FUNCTION INTEGER-OF-DATE(cmpFromDate)
                   COMPUTE cwnToInt(cwnCount) =
                       FUNCTION INTEGER-OF-DATE(cmpToDate)
                   MOVE cmpWeekdays TO cwnDays(cwnCount)
                   IF cmpWeekdays = SPACES
                       THEN MOVE "YYYYYYY" TO cwnDays(cwnCount)
                   END-IF
                   MOVE cmpStartTime TO cwnStart(cwnCount)
                   MOVE cmpEndTime TO cwnEnd(cwnCount)
                   MOVE cmpTierName TO cwnTier(cwnCount)
                   MOVE cmpPrizeCode TO cwnPrize(cwnCount)
                   MOVE cmpExtraCap TO cwnExtra(cwnCount)

      *>             A week or more of dates reaches every weekday;
      *>             anything shorter reaches only the days it spans
                   MOVE "NNNNNNN" TO cwnCovered(cwnCount)
                   MOVE cwnFromInt(cwnCount) TO dayWork
                   PERFORM UNTIL dayWork > cwnToInt(cwnCount)
                       OR dayWork > cwnFromInt(cwnCount) + 6
                       COMPUTE daySub =
                           FUNCTION MOD(dayWork - 1, 7) + 1
                       IF cwnDays(cwnCount)(daySub:1) = 'Y'
                           THEN MOVE 'Y'
                               TO cwnCovered(cwnCount)(daySub:1)
                       END-IF
                       ADD 1 TO dayWork
                   END-PERFORM

                   IF cmpFromDate < cpgFirst(cpgSlot)
                       THEN MOVE cmpFromDate TO cpgFirst(cpgSlot)
                           MOVE cwnFromInt(cwnCount)
                               TO cpgFirstInt(cpgSlot)
                   END-IF
                   IF cmpToDate > cpgLast(cpgSlot)
                       THEN MOVE cmpToDate TO cpgLast(cpgSlot)
                           MOVE cwnToInt(cwnCount)
                               TO cpgLastInt(cpgSlot)
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

      *>****************************************************************
      *> B0002-FIND-CAMPAIGN
      *>
      *> Linear search of the campaign table for the calendar
      *> record's campaign id, opening a zeroed entry the first
      *> time it is seen.  Sets cpgSlot, zero when the table is
      *> full.
      *>****************************************************************
           B0002-FIND-CAMPAIGN.
           MOVE 0 TO cpgSlot.
           MOVE 1 TO cpgIdx.
           PERFORM UNTIL cpgIdx > cpgCount
               IF cpgId(cpgIdx) = cmpCampaignId
                   THEN MOVE cpgIdx TO cpgSlot
                       MOVE cpgCount TO cpgIdx
               END-IF
               ADD 1 TO cpgIdx
           END-PERFORM.
           IF cpgSlot = 0 AND cpgCount < cpgMax
               THEN ADD 1 TO cpgCount
                   MOVE cpgCount TO cpgSlot
                   MOVE cmpCampaignId TO cpgId(cpgSlot)
                   MOVE 99999999 TO cpgFirst(cpgSlot)
                   MOVE 0 TO cpgLast(cpgSlot)
                   MOVE 0 TO cpgFirstInt(cpgSlot)
                   MOVE 0 TO cpgLastInt(cpgSlot)
                   MOVE 0 TO cpgWeeks(cpgSlot)
                   MOVE 0 TO cpgBaseWeeks(cpgSlot)
                   MOVE 0 TO cpgRounds(cpgSlot)
                   MOVE 0 TO cpgWins(cpgSlot)
                   MOVE 0 TO cpgCarded(cpgSlot)
                   MOVE 0 TO cpgPrizes(cpgSlot)
                   MOVE 0 TO cpgCost(cpgSlot)
                   MOVE 0 TO cpgUnpriced(cpgSlot)
                   MOVE 0 TO cpgStamped(cpgSlot)
                   MOVE 0 TO basRounds(cpgSlot)
                   MOVE 0 TO basWins(cpgSlot)
                   MOVE 0 TO basCarded(cpgSlot)
                   MOVE 0 TO basPrizes(cpgSlot)
                   MOVE 0 TO basCost(cpgSlot)
                   MOVE 0 TO basUnpriced(cpgSlot)
           END-IF.

      *>****************************************************************
      *> B0003-SET-WEEKS
      *>
      *> Settles the weeks each side of the campaign at cpgIdx is
      *> spread over: the campaign from its first date up to its
      *> last or today, whichever comes first (none if it has not
      *> started), and the weeks before as many whole weeks of the
      *> wanted number as the rounds on file reach back to.
      *>****************************************************************
           B0003-SET-WEEKS.
           MOVE 0 TO cpgWeeks(cpgIdx).
           IF runDateInt NOT < cpgFirstInt(cpgIdx)
               THEN IF runDateInt < cpgLastInt(cpgIdx)
                       THEN COMPUTE cpgWeeks(cpgIdx) =
                               (runDateInt - cpgFirstInt(cpgIdx))
                               / 7 + 1
                       ELSE COMPUTE cpgWeeks(cpgIdx) =
                               (cpgLastInt(cpgIdx)
                               - cpgFirstInt(cpgIdx)) / 7 + 1
                   END-IF
           END-IF.
           MOVE 0 TO cpgBaseWeeks(cpgIdx).
           IF earliestInt < cpgFirstInt(cpgIdx)
               THEN COMPUTE dayWork =
                       (cpgFirstInt(cpgIdx) - earliestInt) / 7
                   IF dayWork > weeksWanted
                       THEN MOVE weeksWanted
                               TO cpgBaseWeeks(cpgIdx)
                       ELSE MOVE dayWork TO cpgBaseWeeks(cpgIdx)
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0004-DECODE-STAMP
      *>
      *> Breaks stampWanted (YYYYMMDD-HHMMSS) into its day number,
      *> weekday (1 for Monday) and HHMM time; stampOk stays off
      *> for a stamp that is not a real date and time.
      *>****************************************************************
           B0004-DECODE-STAMP.
           MOVE 'N' TO stampOkFlag.
           IF stampWanted(1:8) NUMERIC AND stampWanted(10:4) NUMERIC
               THEN MOVE stampWanted(1:8) TO stampDate
                   MOVE stampWanted(10:4) TO stampTime
                   COMPUTE stampInt =
                       FUNCTION INTEGER-OF-DATE(stampDate)
                   IF stampInt > 0
                       THEN COMPUTE stampDay =
                               FUNCTION MOD(stampInt - 1, 7) + 1
                           MOVE 'Y' TO stampOkFlag
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0005-MATCH-WINDOWS
      *>
      *> Sets each campaign's flags for the record in hand at
      *> termWanted and stampWanted: inside the campaign when a
      *> record of it is live there and then, in the comparison
      *> when the stamp falls in the weeks before the campaign on
      *> a weekday and in the hours a record of it covers, at a
      *> terminal that record reaches.
      *>****************************************************************
           B0005-MATCH-WINDOWS.
           MOVE 1 TO cpgIdx.
           PERFORM UNTIL cpgIdx > cpgCount
               MOVE 'N' TO cpgCampHit(cpgIdx)
               MOVE 'N' TO cpgBaseHit(cpgIdx)
               ADD 1 TO cpgIdx
           END-PERFORM.
           MOVE SPACES TO siteWanted.
           MOVE 1 TO stIdx.
           PERFORM UNTIL stIdx > stCount
               IF stTerminal(stIdx) = termWanted
                   THEN MOVE stSite(stIdx) TO siteWanted
                       MOVE stCount TO stIdx
               END-IF
               ADD 1 TO stIdx
           END-PERFORM.

           MOVE 1 TO cwnIdx.
           PERFORM UNTIL cwnIdx > cwnCount
               PERFORM B0006-MATCH-ONE-WINDOW
               ADD 1 TO cwnIdx
           END-PERFORM.

      *>****************************************************************
      *> B0006-MATCH-ONE-WINDOW
      *>
      *> Tests the record in hand against the calendar record at
      *> cwnIdx, by the same scope and hours rule as the kiosk.
      *>****************************************************************
           B0006-MATCH-ONE-WINDOW.
           MOVE cwnCpg(cwnIdx) TO cpgSlot.
           MOVE 'N' TO scopeOkFlag.
           IF cwnScope(cwnIdx) = 'E'
               OR (cwnScope(cwnIdx) = 'S'
                   AND cwnScopeId(cwnIdx) = siteWanted
                   AND siteWanted NOT = SPACES)
               OR (cwnScope(cwnIdx) = 'T'
                   AND cwnScopeId(cwnIdx) = termWanted)
               THEN MOVE 'Y' TO scopeOkFlag
           END-IF.
           IF scopeOk
               AND stampTime NOT < cwnStart(cwnIdx)
               AND stampTime < cwnEnd(cwnIdx)
               THEN IF stampInt NOT < cwnFromInt(cwnIdx)
                       AND stampInt NOT > cwnToInt(cwnIdx)
                       AND cwnDays(cwnIdx)(stampDay:1) = 'Y'
                       THEN MOVE 'Y' TO cpgCampHit(cpgSlot)
                   END-IF
                   IF stampInt < cpgFirstInt(cpgSlot)
                       AND stampInt + 7 * cpgBaseWeeks(cpgSlot)
                           NOT < cpgFirstInt(cpgSlot)
                       AND cwnCovered(cwnIdx)(stampDay:1) = 'Y'
                       THEN MOVE 'Y' TO cpgBaseHit(cpgSlot)
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0007-FOLD-ROUND
      *>
      *> Counts one round on the side of every campaign it falls
      *> to, with its win and its carded player.
      *>****************************************************************
           B0007-FOLD-ROUND.
           MOVE logTimestamp TO stampWanted.
           PERFORM B0004-DECODE-STAMP.
           IF NOT stampOk
               THEN ADD 1 TO badStamps
               ELSE MOVE logTerminalId TO termWanted
                   PERFORM B0005-MATCH-WINDOWS
                   MOVE 1 TO cpgIdx
                   PERFORM UNTIL cpgIdx > cpgCount
                       IF cpgCampHit(cpgIdx) = 'Y'
                           THEN ADD 1 TO cpgRounds(cpgIdx)
                               IF logWin
                                   THEN ADD 1 TO cpgWins(cpgIdx)
                               END-IF
                               MOVE 'C' TO pwkSideWanted
                               COMPUTE pwkWeekWanted =
                                   (stampInt - cpgFirstInt(cpgIdx))
                                   / 7 + 1
                               PERFORM B0008-NOTE-PLAYER
                               IF NOT pwkFound
                                   AND logPlayerId NOT = SPACES
                                   THEN ADD 1 TO cpgCarded(cpgIdx)
                               END-IF
                       ELSE IF cpgBaseHit(cpgIdx) = 'Y'
                           THEN ADD 1 TO basRounds(cpgIdx)
                               IF logWin
                                   THEN ADD 1 TO basWins(cpgIdx)
                               END-IF
                               MOVE 'B' TO pwkSideWanted
                               COMPUTE pwkWeekWanted =
                                   (cpgFirstInt(cpgIdx) - 1
                                   - stampInt) / 7 + 1
                               PERFORM B0008-NOTE-PLAYER
                               IF NOT pwkFound
                                   AND logPlayerId NOT = SPACES
                                   THEN ADD 1 TO basCarded(cpgIdx)
                               END-IF
                       END-IF
                       END-IF
                       ADD 1 TO cpgIdx
                   END-PERFORM
           END-IF.

      *>****************************************************************
      *> B0008-NOTE-PLAYER
      *>
      *> Looks the round's player up for the campaign at cpgIdx on
      *> the side and week wanted, adding them the first time they
      *> turn up there.  pwkFound says they had already been
      *> counted; an anonymous round or a full table is never
      *> noted, and the table filling is reported.
      *>****************************************************************
           B0008-NOTE-PLAYER.
           MOVE 'N' TO pwkFoundFlag.
           IF logPlayerId NOT = SPACES
               THEN MOVE 1 TO pwkIdx
                   PERFORM UNTIL pwkIdx > pwkCount
                       IF pwkPlayer(pwkIdx) = logPlayerId
                           AND pwkCpg(pwkIdx) = cpgIdx
                           AND pwkSide(pwkIdx) = pwkSideWanted
                           AND pwkWeek(pwkIdx) = pwkWeekWanted
                           THEN MOVE 'Y' TO pwkFoundFlag
                               MOVE pwkCount TO pwkIdx
                       END-IF
                       ADD 1 TO pwkIdx
                   END-PERFORM
                   IF NOT pwkFound
                       THEN IF pwkCount < pwkMax
                               THEN ADD 1 TO pwkCount
                                   MOVE cpgIdx TO pwkCpg(pwkCount)
                                   MOVE pwkSideWanted
                                       TO pwkSide(pwkCount)
                                   MOVE pwkWeekWanted
                                       TO pwkWeek(pwkCount)
                                   MOVE logPlayerId
                                       TO pwkPlayer(pwkCount)
                               ELSE ADD 1 TO pwkOverflow
                                   MOVE 'Y' TO pwkFoundFlag
                           END-IF
                   END-IF
           END-IF.

      *>****************************************************************
      *> B0009-FOLD-WIN
      *>
      *> Prices one booked win and counts it on the side of every
      *> campaign it falls to; inside a campaign it is also
      *> counted when it carries the campaign's id, which shows
      *> the kiosks really did apply it.
      *>****************************************************************
           B0009-FOLD-WIN.
           MOVE winTimestamp TO stampWanted.
           PERFORM B0004-DECODE-STAMP.
           IF NOT stampOk
               THEN ADD 1 TO badStamps
               ELSE MOVE winTerminalId TO termWanted
                   PERFORM B0005-MATCH-WINDOWS
                   PERFORM B0010-RESOLVE-UNIT-COST
                   MOVE 1 TO cpgIdx
                   PERFORM UNTIL cpgIdx > cpgCount
                       IF cpgCampHit(cpgIdx) = 'Y'
                           THEN ADD 1 TO cpgPrizes(cpgIdx)
                               IF priced
                                   THEN ADD unitCost
                                           TO cpgCost(cpgIdx)
                                   ELSE ADD 1 TO cpgUnpriced(cpgIdx)
                               END-IF
                               IF winCampaignId = cpgId(cpgIdx)
                                   THEN ADD 1 TO cpgStamped(cpgIdx)
                               END-IF
                       ELSE IF cpgBaseHit(cpgIdx) = 'Y'
                           THEN ADD 1 TO basPrizes(cpgIdx)
                               IF priced
                                   THEN ADD unitCost
                                           TO basCost(cpgIdx)
                                   ELSE ADD 1 TO basUnpriced(cpgIdx)
                               END-IF
                       END-IF
                       END-IF
                       ADD 1 TO cpgIdx
                   END-PERFORM
           END-IF.

      *>****************************************************************
      *> B0010-RESOLVE-UNIT-COST
      *>
      *> Looks the win's prize code up on the value master; priced
      *> stays off when there is no record (or no code at all), so
      *> the prize is counted aside rather than as free.
      *>****************************************************************
           B0010-RESOLVE-UNIT-COST.
           MOVE 0 TO unitCost.
           MOVE 'N' TO pricedFlag.
           MOVE 1 TO valIdx.
           PERFORM UNTIL valIdx > valCount
               IF valCode(valIdx) = winPrizeCode
                   AND winPrizeCode NOT = SPACES
                   THEN MOVE valCost(valIdx) TO unitCost
                       MOVE 'Y' TO pricedFlag
                       MOVE valCount TO valIdx
               END-IF
               ADD 1 TO valIdx
           END-PERFORM.

      *>****************************************************************
      *> B0011-PRINT-CAMPAIGN
      *>
      *> One campaign: its calendar records, the weeks on each
      *> side, and the per-week comparison line by line.
      *>****************************************************************
           B0011-PRINT-CAMPAIGN.
           DISPLAY " ".
           DISPLAY "Campaign " cpgId(cpgIdx) "  " cpgFirst(cpgIdx)
               " to " cpgLast(cpgIdx).
           MOVE 1 TO cwnIdx.
           PERFORM UNTIL cwnIdx > cwnCount
               IF cwnCpg(cwnIdx) = cpgIdx
                   THEN DISPLAY "  " cwnScope(cwnIdx) " "
                           cwnScopeId(cwnIdx) " " cwnFrom(cwnIdx)
                           "-" cwnTo(cwnIdx) " " cwnDays(cwnIdx)
                           " " cwnStart(cwnIdx) "-" cwnEnd(cwnIdx)
                           " " cwnTier(cwnIdx) " prize "
                           cwnPrize(cwnIdx) " cap +"
                           cwnExtra(cwnIdx)
               END-IF
               ADD 1 TO cwnIdx
           END-PERFORM.
           IF cpgWeeks(cpgIdx) = 0
               THEN DISPLAY "  Not started yet; nothing to compare."
               ELSE DISPLAY "  Weeks compared ........ : campaign "
                       cpgWeeks(cpgIdx) ", before "
                       cpgBaseWeeks(cpgIdx) " of " weeksWanted
                       " on file"
                   IF cpgBaseWeeks(cpgIdx) = 0
                       THEN DISPLAY "  No rounds on file from before"
                               " the campaign; the campaign side"
                               " stands alone."
                   END-IF
                   DISPLAY "                          "
                       " In campaign      Before     Change"
                   DISPLAY "                          "
                       "    per week    per week"
                   PERFORM B0012-PRINT-FIGURES
           END-IF.

      *>****************************************************************
      *> B0012-PRINT-FIGURES
      *>
      *> The four comparison lines for the campaign at cpgIdx, each
      *> side put on its per-week footing (the win rate is a rate
      *> already), then the stamped-win and unpriced-prize counts.
      *>****************************************************************
           B0012-PRINT-FIGURES.
           MOVE "Rounds played ........" TO lineLabel.
           COMPUTE campValue ROUNDED =
               cpgRounds(cpgIdx) / cpgWeeks(cpgIdx).
           MOVE 0 TO baseValue.
           IF cpgBaseWeeks(cpgIdx) > 0
               THEN COMPUTE baseValue ROUNDED =
                       basRounds(cpgIdx) / cpgBaseWeeks(cpgIdx)
           END-IF.
           PERFORM B0013-PRINT-LINE.

           MOVE "Carded players ......." TO lineLabel.
           COMPUTE campValue ROUNDED =
               cpgCarded(cpgIdx) / cpgWeeks(cpgIdx).
           MOVE 0 TO baseValue.
           IF cpgBaseWeeks(cpgIdx) > 0
               THEN COMPUTE baseValue ROUNDED =
                       basCarded(cpgIdx) / cpgBaseWeeks(cpgIdx)
           END-IF.
           PERFORM B0013-PRINT-LINE.

           MOVE "Win rate % ..........." TO lineLabel.
           MOVE 0 TO campValue.
           IF cpgRounds(cpgIdx) > 0
               THEN COMPUTE campValue ROUNDED =
                       cpgWins(cpgIdx) * 100 / cpgRounds(cpgIdx)
           END-IF.
           MOVE 0 TO baseValue.
           IF basRounds(cpgIdx) > 0
               THEN COMPUTE baseValue ROUNDED =
                       basWins(cpgIdx) * 100 / basRounds(cpgIdx)
           END-IF.
           PERFORM B0013-PRINT-LINE.

           MOVE "Prize cost (pounds) .." TO lineLabel.
           COMPUTE campValue ROUNDED =
               cpgCost(cpgIdx) / cpgWeeks(cpgIdx).
           MOVE 0 TO baseValue.
           IF cpgBaseWeeks(cpgIdx) > 0
               THEN COMPUTE baseValue ROUNDED =
                       basCost(cpgIdx) / cpgBaseWeeks(cpgIdx)
           END-IF.
           PERFORM B0013-PRINT-LINE.

           MOVE cpgStamped(cpgIdx) TO cntDisp.
           DISPLAY "  Prizes carrying the id . : " cntDisp
               WITH NO ADVANCING.
           MOVE cpgPrizes(cpgIdx) TO cntDisp.
           DISPLAY " of " cntDisp " booked inside its windows".
           IF cpgUnpriced(cpgIdx) > 0 OR basUnpriced(cpgIdx) > 0
               THEN MOVE cpgUnpriced(cpgIdx) TO cntDisp
                   DISPLAY "  UNPRICED prizes ........ : " cntDisp
                       " inside," WITH NO ADVANCING
                   MOVE basUnpriced(cpgIdx) TO cntDisp
                   DISPLAY cntDisp " before - not in the cost"
           END-IF.

      *>****************************************************************
      *> B0013-PRINT-LINE
      *>
      *> One comparison line: the label, the campaign and before
      *> figures, and the change as a percentage of before - left
      *> off when there is nothing before to set it against.
      *>****************************************************************
           B0013-PRINT-LINE.
           MOVE campValue TO valueDisp.
           DISPLAY "  " lineLabel "  " valueDisp WITH NO ADVANCING.
           IF cpgBaseWeeks(cpgIdx) = 0
               THEN DISPLAY " "
               ELSE MOVE baseValue TO valueDisp
                   DISPLAY valueDisp WITH NO ADVANCING
                   IF baseValue > 0
                       THEN COMPUTE changePct ROUNDED =
                               (campValue - baseValue) * 100
                               / baseValue
                           MOVE changePct TO pctDisp
                           DISPLAY " " pctDisp "%"
                       ELSE DISPLAY "        n/a"
                   END-IF
           END-IF.

       END PROGRAM MastCmpRep.
