      *>     column
           05  logChallenge    PIC X(01).
               88  logChallengeRound VALUE 'C'.
      *>     When the round began (YYYYMMDD-HHMMSS, the first guess
      *>     prompt of a fresh round).  With the terminal id it keys
      *>     the round: every MM0DTL record of the round carries the
      *>     same stamp, so a guess sequence can be tied back to its
      *>     result and player here.  A terminal cannot start two
      *>     rounds inside one second, so the pair is unique; a
      *>     resumed round keeps the stamp it started under.  Appended
      *>     after the challenge flag so records written before it
      *>     existed still line up column for column (theirs is
      *>     spaces)
           05  logRoundStart   PIC X(15).
