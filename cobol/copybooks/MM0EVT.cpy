      *>****************************************************************
      *> MM0EVT - Kiosk operational event journal record layout
      *>
      *> One record is appended to the terminal's own journal every
      *> time the kiosk does something the floor cannot see from the
      *> rounds alone, so the availability report can measure the
      *> hardware contractor's uptime instead of arguing about it:
      *>
      *>   OPEN     the kiosk came up (A0001-OPEN-KIOSK); an OPEN
      *>            with no CLOSE since the one before it means the
      *>            kiosk went down without shutting down
      *>   CLOSE    the END shutdown (Z0002-END-OF-DAY)
      *>   RESUME   a checkpointed round was picked back up at
      *>            startup (B0004-CHECK-RESTART)
      *>   FALLBACK the message catalog was rejected and the kiosk
      *>            fell back to its compiled-in English
      *>            (B0034-LOAD-CATALOG)
      *>   STALECHL the code-of-the-day record on file was not
      *>            today's, or not playable, and was ignored
      *>            (B0029-LOAD-CHALLENGE) - noted once per record
      *>            per start-up, not at every welcome screen
      *>
      *> Append-only and in the order things happened.
      *>****************************************************************
       01  evtRecord.
           05  evtTerminalId   PIC X(08).
           05  evtTimestamp    PIC X(15).
           05  evtType         PIC X(08).
               88  evtOpen         VALUE "OPEN    ".
               88  evtClose        VALUE "CLOSE   ".
               88  evtResume       VALUE "RESUME  ".
               88  evtFallback     VALUE "FALLBACK".
               88  evtStaleChal    VALUE "STALECHL".
           05  evtDetail       PIC X(40).
