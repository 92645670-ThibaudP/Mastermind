      *>****************************************************************
      *> MM0VSQ - Shared prize voucher number counter record
      *>
      *> Bumped once for every prize voucher issued, by the kiosk as
      *> it books a win and by MastMaint as it releases a held one.
      *> Shared estate-wide through MM0VSQ_PATH the way MM0SEQ is, so
      *> no two terminals can ever hand out the same voucher number;
      *> the number on the voucher is this counter followed by a
      *> check digit.
      *>****************************************************************
       01  vsqRecord.
           05  vsqCounter      PIC 9(11).
