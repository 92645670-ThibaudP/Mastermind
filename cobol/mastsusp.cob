           COPY MM0SUS.

       FD  REINJECT-FILE.
       01  reinRecord          PIC X(74).

       FD  WRITEOFF-FILE.
           COPY MM0WOF.
           01 susTable.
               05 susEntry OCCURS 200 TIMES.
                   10 tabReason PIC X(03).
                   10 tabData PIC X(74).
                   10 tabStatus PIC X(01).

           77 susIdx PIC 9(03).
               05 repTimestamp PIC X(15).
               05 repPlayerId PIC X(10).
               05 repChallenge PIC X(01).
               05 repRoundStart PIC X(15).

      *>     First edit the record under repair still fails; spaces
      *>     means it would now pass MastValid
               " (TSP: not a real date/time)".
           DISPLAY "  Player id ....... : " repPlayerId.
           DISPLAY "  Challenge flag .. : " repChallenge.
           DISPLAY "  Round started ... : " repRoundStart.

      *>****************************************************************
      *> B0004-REPAIR-RECORD
