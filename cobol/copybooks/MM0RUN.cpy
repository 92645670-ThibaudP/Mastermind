      *>****************************************************************
      *> MM0RUN - Nightly run-control ledger record layout
      *>
      *> One record per step of the close-of-business chain, per
      *> business date, kept beside the kiosk's own files so each
      *> terminal has its own ledger.  run_nightly_report.sh asks
      *> MastRunCtl whether a step is already complete for the date
      *> before running it and records it complete afterwards, so a
      *> run that died halfway can be restarted at the step that
      *> failed instead of folding the same rounds into MM0PLR, or
      *> bumping the MM0XSQ extract sequence, a second time.  Status:
      *>
      *>   S - step started for the business date
      *>   C - step completed for the business date
      *>
      *> Append-only: the latest record for a date and step is the
      *> one that counts.  runCount is the number of records the
      *> step handled where it has one to give (rounds applied for
      *> PLAYER), zero otherwise.
      *>****************************************************************
       01  runRecord.
           05  runTerminalId   PIC X(08).
           05  runBusDate      PIC X(08).
           05  runStep         PIC X(08).
           05  runStatus       PIC X(01).
               88  runStarted  VALUE 'S'.
               88  runComplete VALUE 'C'.
           05  runTimestamp    PIC X(15).
           05  runCount        PIC 9(06).
