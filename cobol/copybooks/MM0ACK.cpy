      *> issues against a win record we sent on MM0WIN.  The player
      *> id, secret code and timestamp echo the win record they were
      *> issued for, so the reconciliation run can pair each
      *> acknowledgment back to exactly one win.  A POS that pays on
      *> the prize voucher also echoes the voucher number.
      *>****************************************************************
       01  ackRecord.
           05  ackPlayerId     PIC X(10).
           05  ackSecretCode   PIC X(18).
           05  ackTimestamp    PIC X(15).
           05  ackRedeemDate   PIC X(08).
      *>     The voucher the POS paid against, where it took one;
      *>     appended after the redemption date so feeds sent before
      *>     it existed still line up column for column
           05  ackVoucherNo    PIC X(12).
