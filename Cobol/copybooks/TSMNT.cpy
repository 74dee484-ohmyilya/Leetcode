      *         returns to the matching population.  A release
      *         naming an item that is not on hold acts on nothing
      *         and is reported as such.
      *   'A' - approve: a second operator approves an 'M' or 'W'
      *         card parked on the pending-approval file (TSPEND)
      *         by an earlier run for this reference.  MNT-OPERATOR
      *         is the approver, who must not be the operator who
      *         keyed the card and whose own authority (TSOPAUTH)
      *         must cover the amount, currency and GL account; the
      *         card's action is then applied as if keyed today.
      *   'D' - decline: a second operator refuses such a pending
      *         card.  It is dropped from the pending file and
      *         reported as refused.
      *   'V' - reverse: a clearing already extracted and posted by
      *         GL was wrong.  The card names it by GL's posting
      *         reference (MNT-POST-REF, the CNF-POST-REF GLRecon
      *         journalled when GL confirmed it) or by the reference
      *         of any one of its legs in MNT-REF-NO, whose latest
      *         posted clearing is then the one reversed; with both
      *         keyed, the leg must belong to that posting.  Every
      *         leg returns to the open population with its original
      *         reference, account, value date and origination date,
      *         a reversing type-'V' record goes to TSEXTRCT for GL,
      *         and the returned legs are kept from being paired
      *         with each other again.  MNT-REASON is required.
      * A held item stays open to later cards: 'M' and 'W' resolve
      * straight through a hold, so an investigator's hold never
      * strands an item with no exit.
      * Dual control: an 'M' or 'W' card is applied at once only
      * when the item's absolute amount is within the keying
      * operator's TSOPAUTH limit for its currency (and, for 'W',
      * MNT-GL-ACCOUNT is one the operator may write off to).
      * Otherwise the card waits on TSPEND for an 'A' card from a
      * different operator on a later run.
      * MNT-OPERATOR is the investigator's operator id and rides
      * every audit record the action produces - the extract record,
      * the write-off record, and the TSRPT maintenance section - so
               88  MNT-WRITE-OFF       VALUE "W".
               88  MNT-HOLD            VALUE "H".
               88  MNT-RELEASE         VALUE "R".
               88  MNT-APPROVE         VALUE "A".
               88  MNT-DECLINE         VALUE "D".
               88  MNT-REVERSE         VALUE "V".
           05  MNT-REF-NO              PIC X(12).
           05  MNT-OPERATOR            PIC X(8).
           05  MNT-GL-ACCOUNT          PIC X(10).
           05  MNT-REASON              PIC X(30).
           05  MNT-POST-REF            PIC X(12).
           05  FILLER                  PIC X(7).
