      * a currency is named, no pass ever pairs legs whose
      * currencies differ - a 500 EUR item can never clear against
      * a 500 GBP item.
      * Every card's matching opens with a keyed pass: a pair whose
      * legs carry the same TR-ACCOUNT, or failing that the same
      * reference stem (TR-REF-NO cut per the bucket master's
      * BM-REF-STEM-LEN), with value dates no more than
      * CTL-VD-WINDOW days apart (zero = the same value date), is
      * cleared first, and those legs are out of the running for
      * the amount-only pass that follows.  Each clearing carries
      * the rule that made it onto TSRPT and TSEXTRCT.
      * A card naming a bucket must name one on the bucket master
      * (TSBKTMS) that is open and permits CTL-CURRENCY, or TwoSum
      * rejects it to TSEXCPT; a blank CTL-ALLOC-MODE, CTL-XBUCKET-
      * INFO, CTL-TRIPLET-MODE, CTL-TOLERANCE, CTL-MATCH-MODE or
      * CTL-VD-WINDOW on such a card takes the bucket's BM-DFLT-xxx
      * setting.
      * CTL-SETTLE-REF is the clearing-house settlement reference of
      * the statement line the card was generated from (StmtCards),
      * spaces on a hand-keyed card.  TwoSum prints it on the card's
      * TSRPT section and carries it onto every clearing the card
      * makes on TSEXTRCT, so each clearing traces back to the
      * statement line that justified it.
      *****************************************************************
       01  CONTROL-RECORD.
           05  CTL-TARGET              PIC S9(7)V99
           05  CTL-TOLERANCE           PIC 9(3).
           05  CTL-MATCH-MODE          PIC X(1).
           05  CTL-CURRENCY            PIC X(3).
           05  CTL-VD-WINDOW           PIC 9(3).
           05  CTL-SETTLE-REF          PIC X(16).
           05  FILLER                  PIC X(31).
