      *>****************************************************************
      *> MM0GSQ - General ledger batch control record layout
      *>
      *> One record per terminal carrying the business date and
      *> batch number of the last prize journal MastGLPost built for
      *> it, and how far into MM0WIN and MM0ACK that journal posted.
      *> The batch number goes up by one on every journal, so the
      *> ledger can reject a batch it has already loaded and the
      *> month-end control can see a missing one.  Read whole and
      *> rewritten whole, the same arrangement as MM0XSQ.
      *>
      *> winsPosted and acksPosted are high-water marks, as on
      *> MM0XSQ: both files only ever grow, so everything past the
      *> mark is new - which is how a held prize released onto
      *> MM0WIN days after its win posts on the day it was released
      *> rather than back-dated to the win.  A terminal with no
      *> record yet has not gone live on the interface; its first
      *> journal takes everything dated before its business date as
      *> already keyed by hand.
      *>****************************************************************
       01  gsqRecord.
           05  gsqTerminalId   PIC X(08).
           05  gsqLastDate     PIC X(08).
           05  gsqLastSeq      PIC 9(06).
           05  gsqWinsPosted   PIC 9(06).
           05  gsqAcksPosted   PIC 9(06).
