      *>****************************************************************
      *> MM0FLG - Challenge integrity flag record layout
      *>
      *> Written by the MastInteg scan over a day's daily-challenge
      *> rounds, one record per suspicion raised against a carded
      *> solve, and read back by MastChalRep so the flagged solvers
      *> are marked on the ranking the headline prize is paid from.
      *> Codes:
      *>
      *>   NOX - solved with too few exploratory guesses before the
      *>         winning one; measure = exploratory guesses made
      *>   FOL - solved shortly after another player's solve at the
      *>         same site; measure = minutes after, other = the
      *>         earlier solve
      *>   SEQ - the same hashed guess sequence as another player's
      *>         round; measure = guesses in the sequence, other =
      *>         the matching round
      *>
      *> A flag is grounds to hold the prize for review, not proof:
      *> other player id is spaces when that player had no card.
      *>****************************************************************
       01  flgRecord.
           05  flgPlayerId     PIC X(10).
           05  flgCode         PIC X(03).
               88  flgNoExplore    VALUE 'NOX'.
               88  flgFollower     VALUE 'FOL'.
               88  flgSameSeq      VALUE 'SEQ'.
           05  flgTerminalId   PIC X(08).
           05  flgTimestamp    PIC X(15).
           05  flgOtherPlayer  PIC X(10).
           05  flgOtherTerm    PIC X(08).
           05  flgOtherStamp   PIC X(15).
           05  flgMeasure      PIC 9(04).
