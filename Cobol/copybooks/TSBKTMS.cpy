      *****************************************************************
      * TSBKTMS.cpy
      * Record layout for the suspense bucket master file
      * (BUCKET-MASTER-FILE, TSBKTMS).  One record per suspense
      * bucket, maintained by the suspense control team, so a bucket
      * ID on TRANSIN (TR-BUCKET-ID), TARGETIN (CTL-BUCKET-ID), or
      * TSRUNPRM (PRM-BUCKET-ID) means something more than free text:
      *   BM-DESCRIPTION / BM-OWNER-TEAM - what the bucket holds and
      *         which team answers for its breaks.  Printed beside
      *         the bucket on the TSRPT aging section, the GLProof
      *         proof sheet, and the HistTrend trend report, so a
      *         supervisor sees who a break belongs to at a glance.
      *   BM-STATUS 'O' open, 'C' closed.  A closed bucket takes no
      *         new work: TwoSum rejects new TRANSIN items and
      *         control cards naming it (items already in suspense
      *         keep riding the carryforward until they are cleared,
      *         written off, or moved - closing a bucket never drops
      *         an open item).
      *   BM-GL-ACCOUNT - the bucket's suspense account in the
      *         general ledger.
      *   BM-CURRENCY - up to ten ISO codes the bucket may carry in
      *         addition to the base currency (blank on the item),
      *         which every bucket carries.  A foreign-currency item
      *         or control card naming a code not listed here is
      *         rejected.
      *   BM-DFLT-xxx - the control-card settings a TARGETIN card
      *         for this bucket takes when it leaves the matching
      *         field blank: allocation mode, cross-bucket listing,
      *         triplet pass, tolerance (pence) and match mode, with
      *         the same values and meanings as the TSCTRL fields.
      *         A value keyed on the card always wins.  The
      *         value-date window (days) likewise stands in for a
      *         blank CTL-VD-WINDOW.
      *   BM-AMOUNT-ONLY 'N' - the bucket's items are never cleared
      *         on amount alone: only the keyed first pass (same
      *         account, or same reference stem, within the value-
      *         date window) may clear them, and the amount-only
      *         pair, near-match, cross-bucket and triplet passes
      *         pass them over.  Anything else leaves amount-only
      *         matching on, as it always was.
      *   BM-REF-STEM-LEN - how much of TR-REF-NO makes the item's
      *         reference stem for the keyed pass: the first n
      *         characters; zero or blank means everything before
      *         the first '-' or '/' (the whole ref if it has
      *         neither).
      *   BM-SETTLE-ACCOUNT - the clearing-house settlement account
      *         whose statement lines belong to this bucket.
      *         StmtCards maps each settlement statement line to the
      *         open bucket carrying its account and permitting its
      *         currency, and writes the line's control card for
      *         that bucket.  Blank means no statement line maps
      *         here.
      * TwoSum rejects any new TRANSIN item or control card whose
      * bucket is not on this file, is closed, or does not permit
      * the currency, writing one TSEXCPT record per reject.  A
      * blank bucket is not on this file and is rejected the same
      * way on an item; a blank-bucket control card names no bucket
      * (it matches unrestricted) and is not tested.
      *****************************************************************
       01  BUCKET-MASTER-RECORD.
           05  BM-BUCKET-ID            PIC X(10).
           05  BM-DESCRIPTION          PIC X(30).
           05  BM-OWNER-TEAM           PIC X(15).
           05  BM-STATUS               PIC X(1).
               88  BM-OPEN             VALUE "O".
               88  BM-CLOSED           VALUE "C".
           05  BM-GL-ACCOUNT           PIC X(10).
           05  BM-CURRENCY-LIST.
               10  BM-CURRENCY         PIC X(3) OCCURS 10 TIMES.
           05  BM-DFLT-ALLOC-MODE      PIC X(1).
           05  BM-DFLT-XBUCKET-INFO    PIC X(1).
           05  BM-DFLT-TRIPLET-MODE    PIC X(1).
           05  BM-DFLT-TOLERANCE       PIC 9(3).
           05  BM-DFLT-MATCH-MODE      PIC X(1).
           05  BM-AMOUNT-ONLY          PIC X(1).
               88  BM-AMOUNT-ONLY-OFF  VALUE "N".
           05  BM-DFLT-VD-WINDOW       PIC 9(3).
           05  BM-REF-STEM-LEN         PIC 9(2).
           05  BM-SETTLE-ACCOUNT       PIC X(10).
           05  FILLER                  PIC X(1).
