      *>****************************************************************
      *> MM0SAR - Player data request log record layout
      *>
      *> One record per data protection request MastSubject answers,
      *> with the operator who ran it, the customer services case
      *> reference, and how many records of each kind it found (a
      *> subject access statement) or changed (an erasure).  Actions:
      *>
      *>   ACC - subject access statement produced
      *>   ERS - player id erased: replaced by a pseudonym everywhere
      *>         and the MM0PLR record deleted.  The subject id on an
      *>         ERS record is the pseudonym, never the erased id,
      *>         and earlier ACC records for the player are re-keyed
      *>         to the pseudonym by the erasure itself
      *>
      *> Kept in the restricted audit archive, with the same
      *> attendant-proof permissions as MM0AUD, and only ever grows.
      *>****************************************************************
       01  sarRecord.
           05  sarOperatorId   PIC X(08).
           05  sarTimestamp    PIC X(15).
           05  sarAction       PIC X(03).
               88  sarAccess   VALUE "ACC".
               88  sarErasure  VALUE "ERS".
           05  sarReference    PIC X(12).
           05  sarSubjectId    PIC X(10).
           05  sarFilesWalked  PIC 9(05).
      *>     Records found or changed, by file, in the order
      *>     MastSubject reports them
           05  sarCounts.
               10  sarMasterCount PIC 9(05).
               10  sarCardCount PIC 9(05).
               10  sarCardTrailCount PIC 9(05).
               10  sarRoundCount PIC 9(05).
               10  sarWinCount PIC 9(05).
               10  sarHoldCount PIC 9(05).
               10  sarHeldVoidCount PIC 9(05).
               10  sarStandingCount PIC 9(05).
               10  sarAuditCount PIC 9(05).
               10  sarVoucherCount PIC 9(05).
               10  sarAckCount PIC 9(05).
               10  sarCheckpointCount PIC 9(05).
               10  sarEventCount PIC 9(05).
               10  sarSuspenseCount PIC 9(05).
               10  sarWriteOffCount PIC 9(05).
               10  sarExtractCount PIC 9(05).
               10  sarDumpCount PIC 9(05).
               10  sarStatementCount PIC 9(05).
               10  sarRequestCount PIC 9(05).
