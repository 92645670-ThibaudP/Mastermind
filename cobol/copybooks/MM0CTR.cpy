      *>****************************************************************
      *> MM0CTR - Loyalty card maintenance trail record layout
      *>
      *> One record per change MastCard makes to the MM0CRD card
      *> registry, written as the change is made, so every card's
      *> state can be accounted for by operator and time.  Actions:
      *>
      *>   REG - card registered (status blank to A)
      *>   BLK - card blocked (A to B) under the reason code given
      *>   UBL - card unblocked (B to A) under the reason code given
      *>   MRG - ctrCardId merged into ctrOtherCardId: its MM0PLR
      *>         history was added to the surviving card's record and
      *>         deleted; the rounds and wins moved are carried here
      *>         so the merge can be accounted for afterwards
      *>   RPT - ctrCardId, merged earlier into a card now merged in
      *>         turn, re-pointed at ctrOtherCardId, the survivor
      *>****************************************************************
       01  ctrRecord.
           05  ctrOperatorId   PIC X(08).
           05  ctrTimestamp    PIC X(15).
           05  ctrAction       PIC X(03).
           05  ctrCardId       PIC X(10).
           05  ctrOtherCardId  PIC X(10).
           05  ctrReason       PIC X(03).
           05  ctrOldStatus    PIC X(01).
           05  ctrNewStatus    PIC X(01).
           05  ctrRoundsMoved  PIC 9(06).
           05  ctrWinsMoved    PIC 9(06).
