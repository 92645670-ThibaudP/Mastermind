           05  hldPrizeCode    PIC X(08).
           05  hldTerminalId   PIC X(08).
           05  hldReason       PIC X(03).
      *>     The campaign that set the held win's prize, carried onto
      *>     MM0WIN when the win is released; appended after the
      *>     reason so records written before it existed read spaces
           05  hldCampaignId   PIC X(08).
