      *>****************************************************************
      *> MM0GLA - General ledger posting parameter record layout
      *>
      *> Finance-maintained parameter file telling MastGLPost which
      *> ledger accounts the prize journal posts to and which cost
      *> centre each site's spend lands in, shared estate-wide
      *> through the MM0GLA_PATH environment variable.  Two kinds of
      *> record:
      *>
      *>   ACC  key EXPENSE, LIABLTY, CLEARING or SUSPENSE, value the
      *>        ledger account: prize expense, the prize liability it
      *>        is owed against, the POS settlement account a
      *>        redemption clears the liability to, and the suspense
      *>        account unpriced prizes are parked on.  All four must
      *>        be on file or nothing is posted.
      *>   CCT  key a site id from the MM0SIT site master, value the
      *>        cost centre its terminals post under; key DEFAULT
      *>        covers any site not listed (and a terminal the site
      *>        master does not place).
      *>****************************************************************
       01  glaRecord.
           05  glaType         PIC X(03).
               88  glaAccount      VALUE 'ACC'.
               88  glaCostCentre   VALUE 'CCT'.
           05  glaKey          PIC X(08).
           05  glaValue        PIC X(10).
