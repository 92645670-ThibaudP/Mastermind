      *>****************************************************************
       01  susRecord.
           05  susReason       PIC X(03).
           05  susData         PIC X(74).
