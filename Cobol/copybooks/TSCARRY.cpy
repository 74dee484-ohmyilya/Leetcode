      * hold: it is reloaded, carried, and aged like any open item
      * but excluded from every matching pass, run after run, until
      * a later card resolves it.
      * CF-REVERSAL-REF is GL's posting reference of a clearing a
      * maintenance card reversed, on every leg that reversal
      * returned to suspense: legs sharing one are never paired or
      * grouped with each other by the automatic passes, so the
      * same wrong clearing cannot re-form the next day.  Spaces on
      * every other item.
      * CF-REC-TYPE distinguishes detail records ('D') from the one
      * trailer record ('T') TwoSum writes at close of TSCARRYO,
      * carrying the detail count and signed amount hash total, so
               10  CF-ORIG-DATE        PIC 9(8).
               10  CF-HOLD-FLAG        PIC X(1).
               10  CF-CURRENCY         PIC X(3).
               10  CF-REVERSAL-REF     PIC X(12).
               10  FILLER              PIC X(25).
           05  CF-TRAILER-DATA REDEFINES CF-DETAIL-DATA.
               10  CF-TRL-REC-COUNT    PIC 9(6).
               10  CF-TRL-HASH-TOTAL   PIC S9(11)V99
