      *>****************************************************************
      *> MM0VCH - Prize voucher register record layout
      *>
      *> One record per prize voucher, kept beside the kiosk's own
      *> files.  The kiosk appends a voucher as it books a win onto
      *> MM0WIN and MastMaint appends one as it releases a held win;
      *> from then on the record is only ever changed in status:
      *>
      *>   I - issued, waiting on the POS to pay it
      *>   R - redeemed, seen on the MM0ACK acknowledgment feed
      *>   E - expired unclaimed past the validity window - the
      *>       breakage finance can release from the books
      *>   V - voided by a supervisor in MastMaint
      *>
      *> The voucher number is eleven digits of the shared MM0VSQ
      *> counter and a check digit, so a number read back off a
      *> receipt with a digit wrong, or two neighbours swapped
      *> (bar 09/90), is caught before it is matched.  The win is
      *> carried as it went onto MM0WIN - the code only ever as its
      *> hash.
      *>****************************************************************
       01  vchRecord.
           05  vchVoucherNo    PIC X(12).
           05  vchStatus       PIC X(01).
               88  vchIssued   VALUE 'I'.
               88  vchRedeemed VALUE 'R'.
               88  vchExpired  VALUE 'E'.
               88  vchVoided   VALUE 'V'.
           05  vchIssueDate    PIC X(08).
      *>     The day the status last changed - the issue date while
      *>     the voucher is still issued
           05  vchStatusDate   PIC X(08).
           05  vchPlayerId     PIC X(10).
           05  vchSecretCode   PIC X(18).
           05  vchWinTimestamp PIC X(15).
           05  vchTerminalId   PIC X(08).
           05  vchPrizeCode    PIC X(08).
      *>     Who issued or last changed the voucher (KIOSK for one
      *>     the kiosk booked itself, BATCH for the nightly run) and
      *>     the void reason code where a supervisor gave one
           05  vchOperatorId   PIC X(08).
           05  vchReason       PIC X(03).
