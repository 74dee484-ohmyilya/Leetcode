      *****************************************************************
      * TSFXRATE.cpy
      * Record layout for the daily FX rates file (RATE-FILE,
      * TSFXRATE) that Treasury publishes and FXReval reads for the
      * month-end revaluation of open suspense items.  One record
      * per currency per rate date, in any order:
      *   RT-CURRENCY   ISO code, as carried on CF-CURRENCY.
      *   RT-RATE-DATE  the business date the rate was fixed
      *                 (YYYYMMDD).
      *   RT-RATE       units of the currency to one pound sterling,
      *                 to six decimal places (USD 1.274500 means
      *                 1.2745 dollars buy one pound), so an amount
      *                 is brought to sterling by dividing it by the
      *                 rate.
      * An item is valued at the latest rate dated on or before the
      * date wanted - the revaluation date for the closing rate, the
      * item's origination date for its historic rate - so weekends
      * and holidays need no rate of their own.  Sterling (GBP, or a
      * blank currency on the item) is the base currency and needs
      * no rate.
      *****************************************************************
       01  RATE-RECORD.
           05  RT-CURRENCY             PIC X(3).
           05  RT-RATE-DATE            PIC 9(8).
           05  RT-RATE                 PIC 9(5)V9(6).
           05  FILLER                  PIC X(58).
