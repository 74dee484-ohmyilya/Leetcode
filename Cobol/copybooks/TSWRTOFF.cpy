      * identity and signed amount, the GL account the card directed
      * the write-off to, and the operator who authorized it, so the
      * GL posting job can book the write-off and audit can trace it
      * back to the card.  A write-off beyond the keying operator's
      * own authority is booked only once a second operator has
      * approved it, and WO-APPROVER names that second operator
      * (spaces when the keying operator's authority sufficed).
      * Rewritten each run - it describes the day's write-offs only.
      *****************************************************************
       01  WRITEOFF-RECORD.
           05  WO-REF-NO               PIC X(12).
           05  WO-ORIG-DATE            PIC 9(8).
           05  WO-OPERATOR             PIC X(8).
           05  WO-REASON               PIC X(30).
           05  WO-APPROVER             PIC X(8).
           05  FILLER                  PIC X(3).
