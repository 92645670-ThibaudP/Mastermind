      *>****************************************************************
      *> MM0SIT - Site master record layout
      *>
      *> Ops-maintained parameter file placing every terminal on the
      *> estate: the site it stands in, the region the site reports
      *> to, and the site's daily opening hours, which are the hours
      *> the terminal is expected to be up.  One record per terminal.
      *> Times are HHMM on the 24-hour clock; a closing time of 2400
      *> means open until midnight, and a closing time not after the
      *> opening time means the site does not open at all.  A
      *> terminal missing here still has its events reported, but
      *> with no hours nothing is expected of it.
      *>****************************************************************
       01  sitRecord.
           05  sitTerminalId   PIC X(08).
           05  sitSiteId       PIC X(08).
           05  sitRegion       PIC X(08).
           05  sitOpenTime     PIC 9(04).
           05  sitCloseTime    PIC 9(04).
           05  sitSiteName     PIC X(30).
