      *>****************************************************************
      *> MM0GLW - General ledger posting register record layout
      *>
      *> One record per prize MastGLPost has posted to the ledger,
      *> appended once the day's journal is on disk:
      *>
      *>   E - the win's expense, raised against the prize
      *>       liability on the post date
      *>   C - the liability cleared by the POS acknowledgment
      *>
      *> A win is identified the way the POS echoes it back on
      *> MM0ACK - the code hash and win timestamp, unique on a
      *> terminal - so an acknowledgment clears exactly the amount
      *> and cost centre its expense was posted at, even after the
      *> value master has been repriced, and a second
      *> acknowledgment of the same win clears nothing.  No player
      *> id is kept: the ledger has no use for one.  The month-end
      *> control reads the register to tie the posted totals back
      *> to the MastPrize figures.  Priced is 'N' for a prize with
      *> no value on MM0PVL, posted at nothing to suspense.
      *>****************************************************************
       01  glwRecord.
           05  glwType         PIC X(01).
               88  glwExpense      VALUE 'E'.
               88  glwCleared      VALUE 'C'.
           05  glwTerminalId   PIC X(08).
           05  glwSecretCode   PIC X(18).
           05  glwTimestamp    PIC X(15).
           05  glwPrizeCode    PIC X(08).
           05  glwCostCentre   PIC X(10).
           05  glwPriced       PIC X(01).
           05  glwAmount       PIC 9(07)V99.
           05  glwPostDate     PIC X(08).
           05  glwBatchSeq     PIC 9(06).
