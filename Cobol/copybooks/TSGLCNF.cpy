      * '4' confirmation as unconfirmed and never reinstates on the
      * strength of one; a '4' confirmation that does arrive matches
      * on the full key like any other, and one GL explicitly
      * rejects is reinstated like any other.  'V' is a reversing
      * record, confirmed like a pair or triplet and reported
      * unconfirmed if absent, but never reinstated: its legs went
      * back to suspense the day the reversal was keyed.
      *****************************************************************
       01  CONFIRM-RECORD.
           05  CNF-REC-TYPE            PIC X(1).
               88  CNF-PAIR-REC        VALUE "2".
               88  CNF-TRIPLET-REC     VALUE "3".
               88  CNF-MANUAL-REC      VALUE "4".
               88  CNF-REVERSAL-REC    VALUE "V".
           05  CNF-TARGET-SEQ          PIC 9(4).
           05  CNF-TARGET              PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
