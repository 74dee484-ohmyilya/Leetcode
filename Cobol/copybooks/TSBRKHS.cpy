      *****************************************************************
      * TSBRKHS.cpy
      * Record layout for the permanent ledger-proof history file
      * (BREAK-HISTORY-FILE, TSBRKHST).  SuspProof appends one record
      * per proof line per business date - agreed lines as well as
      * breaks - and never rewrites the file, so the next day's run
      * can tell a new break from one that has persisted:
      *   BH-STATUS       'A' agreed, 'B' break.
      *   BH-BREAK-SINCE  the business date the line first went into
      *                   break and has stayed there on every proof
      *                   since (zero on an agreed line).
      *   BH-BREAK-RUNS   how many consecutive proof dates the line
      *                   has been in break, this one included.
      * A line is a continuing break when it was in break on the
      * latest earlier business date on file; a rerun of a business
      * date appends again and the later record for the date wins.
      * Amounts are signed, in units and pence, SIGN TRAILING
      * SEPARATE.
      *****************************************************************
       01  BREAK-HISTORY-RECORD.
           05  BH-BUS-DATE             PIC 9(8).
           05  BH-GL-ACCOUNT           PIC X(10).
           05  BH-CURRENCY             PIC X(3).
           05  BH-STATUS               PIC X(1).
               88  BH-AGREED           VALUE "A".
               88  BH-BREAK            VALUE "B".
           05  BH-ITEM-COUNT           PIC 9(6).
           05  BH-OPEN-TOTAL           PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  BH-LEDGER-BALANCE       PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  BH-DIFFERENCE           PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  BH-BREAK-SINCE          PIC 9(8).
           05  BH-BREAK-RUNS           PIC 9(4).
           05  FILLER                  PIC X(18).
