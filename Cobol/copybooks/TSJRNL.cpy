      *****************************************************************
      * TSJRNL.cpy
      * Record layout for the permanent item-event journal
      * (JOURNAL-FILE, TSJRNL).  One record per event in a suspense
      * item's life, keyed by the item's reference number (JR-REF-NO,
      * the TR-REF-NO it arrived with) and the business date and run
      * that produced the event, so "what happened to ref X" is
      * answered from one file instead of weeks of TSRPT, TSEXTRCT,
      * TSCARRYO, TSREINST and TSWRTOFF copies.  Like TSHIST the file
      * is never rewritten: TwoSum and GLRecon open it EXTEND and
      * append, a partitioned TwoSum appends to its own fresh
      * TSJRNLPn and TSConsol appends those behind the archive, so
      * the file stays in the order the events happened.  ItemInq
      * reads it for the reference-number inquiry report.
      *   JR-BUS-DATE    business date of the run - the date the
      *                  writing program proved on the run ledger.
      *   JR-RUN-STAMP   the run's start time (HHMMSSCC), telling two
      *                  runs on one business date apart - a rerun or
      *                  a restart is a run of its own.
      *   JR-PROGRAM     the writing program; JR-PARTITION-ID the
      *                  TwoSum partition, spaces when monolithic.
      *   JR-EVENT-SEQ   event number within the run.
      * JR-EVENT says what happened:
      *   'L' loaded into the matching population - JR-DETAIL says
      *         whether from TRANSIN or back from GLRecon's
      *         reinstatement file.
      *   'D' diverted as a duplicate of an item already loaded.
      *   'F' carried forward open to the next run (JR-DETAIL notes
      *         an item riding on hold).
      *   'H' held from matching, 'R' released from hold, by a
      *         maintenance card (JR-OPERATOR).
      *   'M' matched: cleared to TSEXTRCT as a JR-EXT-TYPE '2'
      *         pair, '3' triplet, or '4' manual match, with the
      *         refs of the other legs of the clearing in
      *         JR-PARTNER-REF1/2 and the control card in
      *         JR-TARGET-SEQ (zero for a manual match).
      *   'W' written off to JR-GL-ACCOUNT, with the keying operator
      *         and any approver.
      *   'C' confirmed posted by GL (JR-POST-REF, JR-POST-DATE) and
      *         'J' rejected by GL - both by GLRecon, both with the
      *         clearing's extract type and partner refs.
      *   'I' reinstated by GLRecon to TSREINST, its clearing
      *         unconfirmed or rejected, for the next TwoSum run.
      *   'V' reversed: a maintenance card reversed the posted
      *         clearing JR-POST-REF (JR-OPERATOR, the reason in
      *         JR-DETAIL, the clearing's original extract type and
      *         partner refs) and the leg is back in suspense.  GL's
      *         confirmation of the reversing record is then a 'C'
      *         event with JR-EXT-TYPE 'V'.
      * The item's identity, signed amount, currency, bucket, value
      * date and origination date are repeated on every event as
      * they stood at the time, so each record reads on its own.
      *****************************************************************
       01  JOURNAL-RECORD.
           05  JR-REF-NO               PIC X(12).
           05  JR-BUS-DATE             PIC 9(8).
           05  JR-RUN-STAMP            PIC 9(8).
           05  JR-PROGRAM              PIC X(8).
           05  JR-PARTITION-ID         PIC X(8).
           05  JR-EVENT-SEQ            PIC 9(6).
           05  JR-EVENT                PIC X(1).
               88  JR-LOADED           VALUE "L".
               88  JR-DUPLICATE        VALUE "D".
               88  JR-CARRIED          VALUE "F".
               88  JR-HELD             VALUE "H".
               88  JR-RELEASED         VALUE "R".
               88  JR-MATCHED          VALUE "M".
               88  JR-WRITTEN-OFF      VALUE "W".
               88  JR-GL-CONFIRMED     VALUE "C".
               88  JR-GL-REJECTED      VALUE "J".
               88  JR-REINSTATED       VALUE "I".
               88  JR-REVERSED         VALUE "V".
           05  JR-ACCOUNT              PIC X(10).
           05  JR-AMOUNT               PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  JR-CURRENCY             PIC X(3).
           05  JR-BUCKET-ID            PIC X(10).
           05  JR-VALUE-DATE           PIC 9(8).
           05  JR-ORIG-DATE            PIC 9(8).
           05  JR-EXT-TYPE             PIC X(1).
           05  JR-TARGET-SEQ           PIC 9(4).
           05  JR-PARTNER-REF1         PIC X(12).
           05  JR-PARTNER-REF2         PIC X(12).
           05  JR-OPERATOR             PIC X(8).
           05  JR-APPROVER             PIC X(8).
           05  JR-GL-ACCOUNT           PIC X(10).
           05  JR-POST-REF             PIC X(12).
           05  JR-POST-DATE            PIC 9(8).
           05  JR-DETAIL               PIC X(30).
           05  FILLER                  PIC X(5).
