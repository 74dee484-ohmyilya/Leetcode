      *****************************************************************
      * TSSTMT.cpy
      * Record layout for the clearing house's daily settlement
      * statement feed (STATEMENT-FILE, TSSTMT), from which StmtCards
      * generates the day's TARGETIN control cards.  Three record
      * types:
      *   'H' header - the statement date, the clearing house, and
      *       its statement number, printed at the head of the
      *       StmtCards listing.
      *   'D' settlement line - one per settlement: the clearing
      *       house's settlement reference, the signed amount in
      *       units and pence (debits positive, credits negative,
      *       as TR-AMOUNT), its currency and value date, and the
      *       settlement account it passed through.  The account is
      *       what maps the line to a suspense bucket
      *       (BM-SETTLE-ACCOUNT on the bucket master).
      *   'T' trailer - the clearing house's own count of settlement
      *       lines and its totals of the debit and credit lines,
      *       which StmtCards proves the lines it read against before
      *       it writes a single card.
      *****************************************************************
       01  STATEMENT-RECORD.
           05  SS-REC-TYPE             PIC X(1).
               88  SS-HEADER-REC       VALUE "H".
               88  SS-DETAIL-REC       VALUE "D".
               88  SS-TRAILER-REC      VALUE "T".
           05  SS-DETAIL-DATA.
               10  SS-SETTLE-REF       PIC X(16).
               10  SS-AMOUNT           PIC S9(7)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  SS-CURRENCY         PIC X(3).
               10  SS-VALUE-DATE       PIC 9(8).
               10  SS-SETTLE-ACCOUNT   PIC X(10).
               10  FILLER              PIC X(32).
           05  SS-HEADER-DATA REDEFINES SS-DETAIL-DATA.
               10  SS-HDR-STMT-DATE    PIC 9(8).
               10  SS-HDR-CLEARING-HOUSE
                                       PIC X(10).
               10  SS-HDR-STMT-NO      PIC X(10).
               10  FILLER              PIC X(51).
           05  SS-TRAILER-DATA REDEFINES SS-DETAIL-DATA.
               10  SS-TRL-LINE-COUNT   PIC 9(6).
               10  SS-TRL-DEBIT-TOTAL  PIC S9(11)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  SS-TRL-CREDIT-TOTAL PIC S9(11)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER              PIC X(45).
