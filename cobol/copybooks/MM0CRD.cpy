      *>****************************************************************
      *> MM0CRD - Loyalty card registry record layout
      *>
      *> One record per loyalty card the POS has issued, so the kiosk
      *> only books play and prizes to cards that really exist.  The
      *> card id is ten digits, the last a check digit over the first
      *> nine (the usual double-every-other-digit scheme), so a typo
      *> at the loyalty prompt is caught before the registry is even
      *> read.  Status:
      *>
      *>   A - active: the kiosk accepts the card
      *>   B - blocked (reported lost or stolen, or stopped by ops):
      *>       the kiosk plays the round on as anonymous
      *>   M - merged into crdMergedInto: the customer's history now
      *>       lives under that id, and the kiosk and MastPlayer book
      *>       anything played on this card to it
      *>
      *> Maintained by MastCard, which writes every change to the
      *> MM0CTR trail.  INDEXED on the card id like MM0PLR, shared
      *> estate-wide through MM0CRD_PATH with a private local
      *> fallback, so the check at the loyalty prompt is one keyed
      *> read however many cards are out.
      *>****************************************************************
       01  crdRecord.
           05  crdCardId       PIC X(10).
           05  crdStatus       PIC X(01).
               88  crdActive   VALUE 'A'.
               88  crdBlocked  VALUE 'B'.
               88  crdMerged   VALUE 'M'.
           05  crdIssuedDate   PIC X(08).
           05  crdStatusDate   PIC X(08).
      *>     Operator's reason code for the last block or unblock
      *>     (MRG on a merged card)
           05  crdReason       PIC X(03).
           05  crdMergedInto   PIC X(10).
