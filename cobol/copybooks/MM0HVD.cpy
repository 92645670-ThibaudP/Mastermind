           05  hvdOperatorId   PIC X(08).
           05  hvdDate         PIC X(08).
           05  hvdReason       PIC X(03).
           05  hvdData         PIC X(80).
