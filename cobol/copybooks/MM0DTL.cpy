      *>     line up column for column
           05  dtlChallenge    PIC X(01).
               88  dtlChallengeRound VALUE 'C'.
      *>     Start stamp of the round the guess belongs to - with
      *>     the terminal id, the key of the round's MM0LOG record
      *>     (see logRoundStart); appended after the challenge flag
      *>     so records written before it existed still line up
      *>     column for column
           05  dtlRoundStart   PIC X(15).
