      *>     timestamp so checkpoints written before it existed
      *>     still restore as normal rounds
           05  ckpChallenge      PIC X(01).
      *>     Start stamp of the checkpointed round, so a resumed
      *>     round keeps logging under the key it started with;
      *>     appended after the challenge byte so checkpoints written
      *>     before it existed still restore (the resumed round is
      *>     then keyed from the resume)
           05  ckpRoundStart     PIC X(15).
