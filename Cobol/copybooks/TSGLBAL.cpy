      *****************************************************************
      * TSGLBAL.cpy
      * Record layout for the GL end-of-day suspense balance feed
      * (GL-BALANCE-FILE, TSGLBAL) the general ledger sends after
      * its nightly close.  One record per suspense GL account and
      * currency: the ledger's closing balance for the business
      * date in GB-BUS-DATE (YYYYMMDD), signed, in units and pence
      * (debit positive, credit negative, SIGN TRAILING SEPARATE -
      * the same convention as the open items in TSCARRYO, so an
      * account in agreement carries exactly the sum of its open
      * items).  A sterling balance may carry GBP or a blank
      * currency.  SuspProof proves this feed against the open-item
      * population; several records for one account and currency
      * are added together.
      *****************************************************************
       01  GL-BALANCE-RECORD.
           05  GB-BUS-DATE             PIC 9(8).
           05  GB-GL-ACCOUNT           PIC X(10).
           05  GB-CURRENCY             PIC X(3).
           05  GB-BALANCE              PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                  PIC X(45).
