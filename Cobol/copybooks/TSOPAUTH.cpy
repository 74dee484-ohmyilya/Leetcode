      *****************************************************************
      * TSOPAUTH.cpy
      * Record layout for the operator authority file
      * (OPERATOR-AUTH-FILE, TSOPAUTH), maintained by the suspense
      * control team.  It says how far each investigator may go on
      * their own with a manual match ('M') or write-off ('W')
      * maintenance card:
      *   'L' limit record - one per operator and currency (blank
      *         OA-CURRENCY is the base currency): the largest
      *         absolute item amount the operator may write off
      *         (OA-WRITEOFF-LIMIT) and manually match
      *         (OA-MANUAL-LIMIT) in that currency on their own
      *         authority.  An operator with no limit record for a
      *         currency has no authority in it at all.
      *   'G' GL-account record - one per operator and GL account
      *         the operator may write items off to.  A write-off
      *         to an account not listed for the operator needs a
      *         second operator's approval whatever the amount.
      * A card beyond the keying operator's authority is not
      * applied: TwoSum parks it on the pending-approval file
      * (TSPEND) until a second, different operator whose own
      * authority covers it approves it on a later run.
      *****************************************************************
       01  OPERATOR-AUTH-RECORD.
           05  OA-REC-TYPE             PIC X(1).
               88  OA-LIMIT-REC        VALUE "L".
               88  OA-GLACCT-REC       VALUE "G".
           05  OA-OPERATOR             PIC X(8).
           05  OA-DETAIL-DATA          PIC X(71).
           05  OA-LIMIT-DATA REDEFINES OA-DETAIL-DATA.
               10  OA-CURRENCY         PIC X(3).
               10  OA-WRITEOFF-LIMIT   PIC 9(7)V99.
               10  OA-MANUAL-LIMIT     PIC 9(7)V99.
               10  FILLER              PIC X(50).
           05  OA-GLACCT-DATA REDEFINES OA-DETAIL-DATA.
               10  OA-GL-ACCOUNT       PIC X(10).
               10  FILLER              PIC X(61).
