      * the whole day's volume.  Record types:
      *   'H' - header: one per mid-target checkpoint, giving the
      *         target sequence and last index processed.
      *   'M' - one per match found so far in the checkpointed target,
      *         with the rule that made it (RS-MATCH-RULE), so the
      *         keyed pass's clearings stay out of the amount-only
      *         pass after a restart.
      *   'L' - one per index chained into an occupied hash bucket in
      *         the checkpointed target (RS-SLOT-NO is that index's
      *         1-based position in its bucket's chain, walked head to
               10  RS-MATCH-DATA REDEFINES RS-HEADER-DATA.
                   15  RS-MATCH-IDX1   PIC 9(6).
                   15  RS-MATCH-IDX2   PIC 9(6).
                   15  RS-MATCH-RULE   PIC X(1).
                   15  FILLER          PIC X(9).
               10  RS-LOOKUP-DATA REDEFINES RS-HEADER-DATA.
                   15  RS-AMOUNT       PIC S9(7)V99
                           SIGN IS TRAILING SEPARATE CHARACTER.
