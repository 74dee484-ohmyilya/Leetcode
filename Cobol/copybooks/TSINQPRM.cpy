      *****************************************************************
      * TSINQPRM.cpy
      * Record layout for the selection card file (INQPARM-FILE,
      * TSINQPRM) that tells ItemInq which suspense items to report
      * from the item-event journal (TSJRNL).  Any mix of cards may
      * be supplied; an item is reported if ANY card selects it, and
      * every event on file for a selected item prints - not just
      * the events that selected it:
      *   'R' - one item by its reference number (INQ-REF-NO).  A ref
      *         with no events on file still prints, flagged, so the
      *         investigator knows the journal has never seen it.
      *   'A' - every item with any event booked to INQ-ACCOUNT.
      *   'D' - every item with any event whose business date falls
      *         in INQ-FROM-DATE through INQ-TO-DATE (YYYYMMDD,
      *         inclusive).  A date card that is not a clean pair of
      *         dates in order is rejected.
      * Any other record type is rejected.  Rejected cards are
      * listed on the console and end the run with RETURN-CODE 4;
      * the remaining cards are still honored.
      *****************************************************************
       01  INQPARM-RECORD.
           05  INQ-REC-TYPE            PIC X(1).
               88  INQ-REF-REC         VALUE "R".
               88  INQ-ACCOUNT-REC     VALUE "A".
               88  INQ-DATE-REC        VALUE "D".
           05  INQ-REF-DATA.
               10  INQ-REF-NO          PIC X(12).
               10  FILLER              PIC X(67).
           05  INQ-ACCOUNT-DATA REDEFINES INQ-REF-DATA.
               10  INQ-ACCOUNT         PIC X(10).
               10  FILLER              PIC X(69).
           05  INQ-DATE-DATA REDEFINES INQ-REF-DATA.
               10  INQ-FROM-DATE       PIC 9(8).
               10  INQ-TO-DATE         PIC 9(8).
               10  FILLER              PIC X(63).
