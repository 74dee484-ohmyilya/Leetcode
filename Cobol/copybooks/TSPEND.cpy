      *****************************************************************
      * TSPEND.cpy
      * Record layout for the pending-approval file - read as
      * TSPENDI (PENDIN-FILE) and rewritten as TSPENDO
      * (PENDOUT-FILE), rotated by the scheduler like the
      * carryforward.  One record per manual match ('M') or
      * write-off ('W') maintenance card TwoSum would not apply on
      * the keying operator's own authority (TSOPAUTH):
      *   PD-PEND-REASON 'L' amount over the operator's limit for
      *         the currency, 'N' no authority in the currency at
      *         all (or the operator is not on TSOPAUTH), 'G' the
      *         write-off GL account is not one the operator may
      *         use.
      * The card's item identity, amount and currency are frozen
      * as keyed, with the business date it was keyed
      * (PD-KEYED-DATE).  It takes effect only when a second,
      * different operator whose own authority covers it keys an
      * approval card ('A', TSMNT) on a later run; a decline card
      * ('D') refuses it.  A card nobody decides within the
      * approval window, or whose item has left suspense, expires.
      * TSPENDO carries only the cards still waiting.
      *****************************************************************
       01  PENDING-RECORD.
           05  PD-ACTION               PIC X(1).
           05  PD-REF-NO               PIC X(12).
           05  PD-ACCOUNT              PIC X(10).
           05  PD-OPERATOR             PIC X(8).
           05  PD-GL-ACCOUNT           PIC X(10).
           05  PD-REASON               PIC X(30).
           05  PD-AMOUNT               PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  PD-CURRENCY             PIC X(3).
           05  PD-BUCKET-ID            PIC X(10).
           05  PD-KEYED-DATE           PIC 9(8).
           05  PD-PEND-REASON          PIC X(1).
               88  PD-OVER-LIMIT       VALUE "L".
               88  PD-NO-AUTHORITY     VALUE "N".
               88  PD-GL-NOT-AUTHORIZED
                                       VALUE "G".
           05  FILLER                  PIC X(17).
