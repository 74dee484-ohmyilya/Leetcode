      * EXT-OPERATOR carrying the authorizing operator id - the
      * durable answer to "who cleared this item").  EXT-OPERATOR is
      * spaces on machine-matched records.
      * EXT-MATCH-RULE says which rule made the clearing: 'A' the
      * keyed pass on a shared account, 'R' the keyed pass on a
      * shared reference stem, 'N' amount only (the pair pass or a
      * triplet), 'M' a manual match.
      * EXT-SETTLE-REF is the settlement reference from the control
      * card that drove the clearing (CTL-SETTLE-REF), so GL and
      * audit can trace it to its clearing-house statement line;
      * spaces for a manual match or a hand-keyed card.
      * A 'V' record reverses a clearing GL has already posted, on
      * the strength of a maintenance card: it carries every leg of
      * the reversed clearing (one, two or three, unused legs
      * zeroed) as it returns to suspense under this run's load
      * index, with each leg amount negated so GL books the exact
      * contra of its original posting.  Target sequence/total are
      * zero, EXT-OPERATOR is the operator who keyed the reversal,
      * EXT-MATCH-RULE is 'V', and EXT-REVERSED-POST-REF (over the
      * settlement reference, which a reversal has no use for)
      * names GL's posting reference of the clearing reversed.  GL
      * confirms a 'V' record like any other; it is never
      * reinstated, its legs being back in suspense already.
      * Leg amounts and the target are signed, in units and pence
      * (debits positive, credits negative, SIGN TRAILING SEPARATE),
      * so GL posts each leg on its own side - an offset-matched
               88  EXT-PAIR-REC        VALUE "2".
               88  EXT-TRIPLET-REC     VALUE "3".
               88  EXT-MANUAL-REC      VALUE "4".
               88  EXT-REVERSAL-REC    VALUE "V".
               88  EXT-TRAILER-REC     VALUE "T".
           05  EXT-DETAIL-DATA.
               10  EXT-TARGET-SEQ      PIC 9(4).
               10  EXT-VALDT3          PIC 9(8).
               10  EXT-ORIGDT3         PIC 9(8).
               10  EXT-OPERATOR        PIC X(8).
               10  EXT-MATCH-RULE      PIC X(1).
                   88  EXT-RULE-ACCOUNT    VALUE "A".
                   88  EXT-RULE-REF-STEM   VALUE "R".
                   88  EXT-RULE-AMOUNT     VALUE "N".
                   88  EXT-RULE-MANUAL     VALUE "M".
                   88  EXT-RULE-REVERSAL   VALUE "V".
               10  FILLER              PIC X(5).
               10  EXT-SETTLE-REF      PIC X(16).
               10  EXT-REVERSED-POST-REF
                       REDEFINES EXT-SETTLE-REF
                                       PIC X(12).
           05  EXT-TRAILER-DATA REDEFINES EXT-DETAIL-DATA.
               10  EXT-TRL-REC-COUNT   PIC 9(6).
               10  EXT-TRL-HASH-TOTAL  PIC S9(11)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER              PIC X(199).
