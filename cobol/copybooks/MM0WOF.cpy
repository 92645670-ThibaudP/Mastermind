           05  wofOperatorId   PIC X(08).
           05  wofDate         PIC X(08).
           05  wofReason       PIC X(03).
           05  wofData         PIC X(74).
