      *>****************************************************************
      *> MM0ESQ - Shared erasure pseudonym counter record
      *>
      *> Bumped once for every erasure MastSubject carries out.  The
      *> erased player id is replaced everywhere by ER followed by
      *> this counter, so the pseudonym carries nothing of the id it
      *> replaced - it cannot be worked back from a list of card
      *> numbers the way a hash of the id could - and no two erased
      *> players ever share one.  The ER prefix can never pass the
      *> card check digit test, so a pseudonym is never mistaken for
      *> a live card.  Shared estate-wide through MM0ESQ_PATH the way
      *> MM0VSQ is.
      *>****************************************************************
       01  esqRecord.
           05  esqCounter      PIC 9(08).
