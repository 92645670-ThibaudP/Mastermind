      *>****************************************************************
      *> MM0CMP - Promotion campaign calendar record layout
      *>
      *> Marketing-maintained parameter file of the promotions the
      *> kiosks run - double prize weekends, happy hours - shared
      *> estate-wide through the MM0CMP_PATH environment variable so
      *> one calendar drives every terminal.  A campaign is any
      *> number of records under one campaign id; each record names
      *> where it applies, when it is live, and what it does to the
      *> MM0PRZ schedule while it is:
      *>
      *>   scope   E - the whole estate (scope id ignored)
      *>           S - the site named in the scope id (see MM0SIT)
      *>           T - the terminal named in the scope id
      *>   window  live from the from-date to the to-date inclusive,
      *>           on the weekdays marked Y (Monday first; spaces
      *>           means every day), between the start and end times
      *>           (HHMM, end exclusive, 2400 meaning midnight; an
      *>           end not after the start means never live)
      *>   tier    the tier whose rungs the record touches, spaces
      *>           for every tier, or FALLBACK for the fallback prize
      *>   prize   the prize code to issue in place of whatever rung
      *>           the round earned on that tier (in place of the
      *>           fallback prize on a FALLBACK record); spaces
      *>           leaves the schedule's code alone
      *>   extra   an allowance added to the earned rung's daily cap
      *>           while live; an uncapped rung stays uncapped
      *>
      *> Records are matched top to bottom and the first live one
      *> for the round's tier wins, the same first-fit rule as the
      *> schedule itself.  A several-window campaign (a happy hour
      *> every weekday evening, say) is several records.  The
      *> campaign id is stamped on every MM0WIN record a campaign
      *> changed the prize or cap for.
      *>****************************************************************
       01  cmpRecord.
           05  cmpCampaignId   PIC X(08).
           05  cmpScope        PIC X(01).
               88  cmpEstate       VALUE 'E'.
               88  cmpSite         VALUE 'S'.
               88  cmpTerminal     VALUE 'T'.
           05  cmpScopeId      PIC X(08).
           05  cmpFromDate     PIC 9(08).
           05  cmpToDate       PIC 9(08).
           05  cmpWeekdays     PIC X(07).
           05  cmpStartTime    PIC 9(04).
           05  cmpEndTime      PIC 9(04).
           05  cmpTierName     PIC X(08).
           05  cmpPrizeCode    PIC X(08).
           05  cmpExtraCap     PIC 9(04).
