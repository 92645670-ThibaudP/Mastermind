      *>     records written before it existed still line up column
      *>     for column
           05  winTerminalId   PIC X(08).
      *>     The prize voucher the customer was handed for this win
      *>     (see MM0VCH), so the POS can pay an anonymous winner on
      *>     the number alone; appended after the terminal id so
      *>     records written before it existed still line up column
      *>     for column, with spaces where no voucher was issued
           05  winVoucherNo    PIC X(12).
      *>     The promotion on the MM0CMP campaign calendar that set
      *>     the prize or raised the cap for this win, spaces when
      *>     none did; appended after the voucher number so records
      *>     written before it existed still line up column for
      *>     column
           05  winCampaignId   PIC X(08).
