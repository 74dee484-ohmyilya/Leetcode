      *****************************************************************
      * TSRVJNL.cpy
      * Record layout for the revaluation journal extract
      * (REVAL-JOURNAL-FILE, TSRVJRNL) FXReval writes at month end
      * for GL to post the unrealised gain or loss on open foreign-
      * currency suspense items.  One 'D' record per suspense GL
      * account (the bucket master's BM-GL-ACCOUNT) and currency:
      *   RV-REVAL-DATE    the revaluation date (YYYYMMDD).
      *   RV-ITEM-COUNT    open items valued into the line.
      *   RV-CCY-AMOUNT    their signed total in the currency.
      *   RV-HIST-BASE     that total in sterling at each item's
      *                    origination-date rate.
      *   RV-CLOSE-BASE    the same total at the closing rate.
      *   RV-GAIN-LOSS     RV-CLOSE-BASE less RV-HIST-BASE - the
      *                    adjustment GL posts to the suspense
      *                    account (positive a debit, negative a
      *                    credit), offset to FX revaluation.
      *   RV-CLOSE-RATE    the closing rate used (units per pound).
      * Sterling items carry no gain or loss and are not written;
      * items that could not be valued (no rate on file) are left
      * out and listed as exceptions on TSFXRPT, never valued at
      * zero.  Amounts are in pounds and pence, SIGN TRAILING
      * SEPARATE.
      * The file closes with one trailer record ('T') carrying the
      * detail-record count and the signed hash total of
      * RV-GAIN-LOSS, so GL can prove the whole journal arrived
      * before posting it, exactly as it proves TSEXTRCT.
      *****************************************************************
       01  REVAL-JOURNAL-RECORD.
           05  RV-REC-TYPE             PIC X(1).
               88  RV-DETAIL-REC       VALUE "D".
               88  RV-TRAILER-REC      VALUE "T".
           05  RV-DETAIL-DATA.
               10  RV-REVAL-DATE       PIC 9(8).
               10  RV-GL-ACCOUNT       PIC X(10).
               10  RV-CURRENCY         PIC X(3).
               10  RV-ITEM-COUNT       PIC 9(6).
               10  RV-CCY-AMOUNT       PIC S9(11)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  RV-HIST-BASE        PIC S9(11)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  RV-CLOSE-BASE       PIC S9(11)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  RV-GAIN-LOSS        PIC S9(11)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  RV-CLOSE-RATE       PIC 9(5)V9(6).
               10  FILLER              PIC X(25).
           05  RV-TRAILER-DATA REDEFINES RV-DETAIL-DATA.
               10  RV-TRL-REC-COUNT    PIC 9(6).
               10  RV-TRL-HASH-TOTAL   PIC S9(11)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER              PIC X(99).
