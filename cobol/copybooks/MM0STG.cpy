      *>****************************************************************
      *> MM0STG - Scheduled configuration change record layout
      *>
      *> One record per config or tier-override change an operator
      *> has scheduled in MastMaint to take effect at a later date
      *> and time, kept in the kiosk's run directory beside MM0CFG
      *> and MM0TOV.  The kiosk applies a change at startup or as
      *> the next round starts once its effective time has come:
      *>
      *>   CFG  one record (tier 0) carrying the code length, digit
      *>        pool and turn limit to write to MM0CFG; the terminal
      *>        id is never scheduled
      *>   TOV  three records under the one change number, tiers 1-3,
      *>        carrying the full set of presets to write to MM0TOV
      *>
      *> Status P is waiting, A applied, C cancelled in MastMaint
      *> before it fell due, and S superseded - it fell due together
      *> with a later-dated change of the same type, which was the
      *> one applied.  The status stamp and by-id say when and by
      *> whom (the operator, or the terminal that applied it).
      *> Effective and status stamps are YYYYMMDD-HHMMSS.
      *>****************************************************************
       01  stgRecord.
           05  stgChangeNo     PIC 9(06).
           05  stgStatus       PIC X(01).
               88  stgPending      VALUE 'P'.
               88  stgApplied      VALUE 'A'.
               88  stgCancelled    VALUE 'C'.
               88  stgSuperseded   VALUE 'S'.
           05  stgEffectiveTs  PIC X(15).
           05  stgType         PIC X(03).
               88  stgConfig       VALUE "CFG".
               88  stgTiers        VALUE "TOV".
           05  stgTierSub      PIC 9(01).
           05  stgLevel        PIC 9(02).
           05  stgDigits       PIC 9(02).
           05  stgTurns        PIC 9(02).
           05  stgOperatorId   PIC X(08).
           05  stgStagedTs     PIC X(15).
           05  stgStatusTs     PIC X(15).
           05  stgStatusBy     PIC X(08).
