      * CTL-MATCH-MODE picks sum matching (two same-sign legs
      * summing to Target, the historical mode) or offset matching
      * ('O': one debit plus one credit netting to Target, including
      * a Target of zero for equal-and-opposite breaks).  Each
      * target is matched first on keys - legs sharing an account or
      * a reference stem within a value-date window - and only then
      * on amount alone, which a bucket may turn off.
      * A maintenance card may also reverse a clearing GL already
      * posted: its legs come back from the permanent item-event
      * journal (TSJRNLI) into the day's population, a reversing
      * record goes to the extract, and the legs are never paired
      * with each other again.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TwoSum.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "TSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT BUCKET-MASTER-FILE ASSIGN TO "TSBKTMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKTMAS-STATUS.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "TSOPAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPAUTH-STATUS.
           SELECT OPTIONAL PENDIN-FILE ASSIGN TO "TSPENDI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIN-STATUS.
           SELECT PENDOUT-FILE ASSIGN TO "TSPENDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDOUT-STATUS.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "TSJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT OPTIONAL JOURNAL-IN-FILE ASSIGN TO "TSJRNLI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNLIN-STATUS.
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "TSRUNLDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT OPTIONAL PART-LEDGER-FILE ASSIGN TO "TSLDGOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY TSHIST.

       FD  BUCKET-MASTER-FILE
           RECORDING MODE IS F.
       COPY TSBKTMS.

       FD  OPERATOR-AUTH-FILE
           RECORDING MODE IS F.
       COPY TSOPAUTH.

      *    Both pending-approval files share the TSPEND layout, held
      *    once in WORKING-STORAGE like the carryforward's.
       FD  PENDIN-FILE
           RECORDING MODE IS F.
       01  PENDIN-RECORD                   PIC X(120).

       FD  PENDOUT-FILE
           RECORDING MODE IS F.
       01  PENDOUT-RECORD                  PIC X(120).

      *    The journal this run appends to and the permanent journal
      *    a reversal card reads back share the TSJRNL layout, held
      *    once in WORKING-STORAGE.  The two differ on a partitioned
      *    run, whose TSJRNL is its own fresh partition file.
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       01  JOURNAL-OUT-RECORD              PIC X(210).

       FD  JOURNAL-IN-FILE
           RECORDING MODE IS F.
       01  JOURNAL-IN-RECORD               PIC X(210).

      *    The run ledger and this partition's own ledger share the
      *    TSRUNLG layout, held once in WORKING-STORAGE.
       FD  RUN-LEDGER-FILE
           RECORDING MODE IS F.
       01  LEDGER-RECORD                   PIC X(120).

       FD  PART-LEDGER-FILE
           RECORDING MODE IS F.
       01  PART-LEDGER-RECORD              PIC X(120).

       WORKING-STORAGE SECTION.
       COPY TSRPTLN.
       COPY TSCARRY.
       COPY TSPEND.
       COPY TSRUNLG.
       COPY TSJRNL.
       01  WS-TRANS-STATUS             PIC XX.
           88  WS-TRANS-OK             VALUE "00".
           88  WS-TRANS-EOF            VALUE "10".
           88  WS-HISTORY-OK           VALUE "00" "05".
           88  WS-HISTORY-EOF          VALUE "10".

       01  WS-BKTMAS-STATUS            PIC XX.
           88  WS-BKTMAS-OK            VALUE "00".
           88  WS-BKTMAS-EOF           VALUE "10".

       01  WS-OPAUTH-STATUS            PIC XX.
           88  WS-OPAUTH-OK            VALUE "00".
           88  WS-OPAUTH-EOF           VALUE "10".

       01  WS-PENDIN-STATUS            PIC XX.
           88  WS-PENDIN-OK            VALUE "00".
           88  WS-PENDIN-EOF           VALUE "10".
           88  WS-PENDIN-NOT-FOUND     VALUE "35".

       01  WS-PENDOUT-STATUS           PIC XX.
           88  WS-PENDOUT-OK           VALUE "00".

      *    The item-event journal is permanent and OPTIONAL like the
      *    history archive - 05 on the very first run.
       01  WS-JOURNAL-STATUS           PIC XX.
           88  WS-JOURNAL-OK           VALUE "00" "05".
       01  WS-JRNLIN-STATUS            PIC XX.
           88  WS-JRNLIN-OK            VALUE "00".
           88  WS-JRNLIN-EOF           VALUE "10".
           88  WS-JRNLIN-NOT-FOUND     VALUE "35".

      *    The run ledger is permanent and OPTIONAL too: absent (05
      *    or 35 on the input open) it simply holds no runs yet, and
      *    the first EXTEND creates it.
       01  WS-LEDGER-STATUS            PIC XX.
           88  WS-LEDGER-OK            VALUE "00" "05".
           88  WS-LEDGER-EOF           VALUE "10".
           88  WS-LEDGER-ABSENT        VALUE "05" "35".

       01  WS-PART-LEDGER-STATUS       PIC XX.
           88  WS-PART-LEDGER-OK       VALUE "00" "05".
           88  WS-PART-LEDGER-EOF      VALUE "10".
           88  WS-PART-LEDGER-ABSENT   VALUE "05" "35".

      *    Run ledger: 1800-CHECK-RUN-LEDGER reads it before anything
      *    is loaded.  This run is ledger step TWOSUM, under its
      *    partition ID when partitioned.  The day's chain starts
      *    here, so its upstream is the previous business date's -
      *    the latest earlier date a TwoSum (unpartitioned) or
      *    TSConsol completed, whose TSCARRYO became today's
      *    TSCARRYI and whose GLRecon must have completed and
      *    written today's TSREINST.  2180-CHECK-LEDGER-INPUTS then
      *    proves both files against the counts and hash totals the
      *    ledger recorded for them before any output opens.
       01  WS-LDG-STEP                 PIC X(8) VALUE "TWOSUM".
       01  WS-LDG-PARTITION            PIC X(8) VALUE SPACES.
       01  WS-LDG-PASS                 PIC 9(1) VALUE ZERO.
       01  WS-LDG-EOF                  PIC X VALUE "N".
       01  WS-LDG-LAST-RUN-NO          PIC 9(4) VALUE ZERO.
       01  WS-LDG-THIS-RUN-NO          PIC 9(4) VALUE ZERO.
       01  WS-LDG-DONE                 PIC X VALUE "N".
       01  WS-LDG-DONE-RUN-NO          PIC 9(4) VALUE ZERO.
       01  WS-LDG-PREV-DATE            PIC 9(8) VALUE ZERO.
       01  WS-LDG-PREV-STEP            PIC X(8) VALUE SPACES.
       01  WS-LDG-PREV-RUN-NO          PIC 9(4) VALUE ZERO.
       01  WS-LDG-PREV-SEQ             PIC 9(9) VALUE ZERO.
       01  WS-LDG-RCN-DATE             PIC 9(8) VALUE ZERO.
       01  WS-LDG-RCN-RUN-NO           PIC 9(4) VALUE ZERO.
       01  WS-LDG-RCN-SEQ              PIC 9(9) VALUE ZERO.
       01  WS-LDG-REC-SEQ              PIC 9(9) VALUE ZERO.
       01  WS-LDG-CARRY-FOUND          PIC X VALUE "N".
       01  WS-LDG-CARRY-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-LDG-CARRY-HASH           PIC S9(13)V99 VALUE ZERO.
       01  WS-LDG-REINST-FOUND         PIC X VALUE "N".
       01  WS-LDG-REINST-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-LDG-REINST-HASH          PIC S9(13)V99 VALUE ZERO.
       01  WS-LDG-HIST-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-LDG-HIST-HASH            PIC S9(13)V99 VALUE ZERO.
       01  WS-LDG-SYS-DATE             PIC 9(8).
       01  WS-LDG-SYS-TIME             PIC 9(8).
       01  WS-LDG-MESSAGE              PIC X(100).
       01  WS-LDG-EDIT-COUNT           PIC ZZZZZZZZ9.
       01  WS-LDG-EDIT-HASH            PIC -(13)9.99.
       01  WS-LDG-EDIT-COUNT2          PIC ZZZZZZZZ9.
       01  WS-LDG-EDIT-HASH2           PIC -(13)9.99.

      *    Rerun authorisation from a TSRUNPRM 'R' card naming this
      *    step: needed to run again for a business date the ledger
      *    shows already completed.
       01  WS-RERUN-CARD               PIC X VALUE "N".
       01  WS-RERUN-DATE-RAW           PIC X(8) VALUE SPACES.
       01  WS-RERUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-RERUN-OPERATOR           PIC X(8) VALUE SPACES.
       01  WS-RERUN-REASON             PIC X(40) VALUE SPACES.
       01  WS-RERUN-AUTHORISED         PIC X VALUE "N".

      *    Bucket master: every suspense bucket the control team has
      *    set up, loaded once at start-up (1400-LOAD-BUCKET-MASTER)
      *    so a new TRANSIN item or control card naming a bucket that
      *    is unknown, closed, or barred from its currency is turned
      *    away to TSEXCPT instead of quietly matching nothing and
      *    silting up the carryforward.  A master too big for the
      *    table stops the run - a bucket missing from the table
      *    would reject every item that belongs to it.  1450-CHECK-
      *    BUCKET-MASTER remembers the last bucket it found, since a
      *    feed arrives grouped by bucket and most lookups repeat.
       01  WS-BM-MAX-ENTRIES           PIC 9(4) VALUE 500.
       01  WS-BM-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-BM-DUP-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-BM-TABLE.
           05  WS-BM-ENTRY
                   OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-BM-COUNT.
               10  WS-BM-BUCKET-ID     PIC X(10).
               10  WS-BM-DESCRIPTION   PIC X(30).
               10  WS-BM-OWNER-TEAM    PIC X(15).
               10  WS-BM-STATUS        PIC X(1).
               10  WS-BM-GL-ACCOUNT    PIC X(10).
               10  WS-BM-CURRENCY-LIST.
                   15  WS-BM-CURRENCY  PIC X(3) OCCURS 10 TIMES.
               10  WS-BM-DFLT-ALLOC-MODE
                                       PIC X(1).
               10  WS-BM-DFLT-XBUCKET-INFO
                                       PIC X(1).
               10  WS-BM-DFLT-TRIPLET-MODE
                                       PIC X(1).
               10  WS-BM-DFLT-TOLERANCE
                                       PIC 9(3).
               10  WS-BM-DFLT-MATCH-MODE
                                       PIC X(1).
               10  WS-BM-AMOUNT-ONLY   PIC X(1).
               10  WS-BM-DFLT-VD-WINDOW
                                       PIC 9(3).
               10  WS-BM-REF-STEM-LEN  PIC 9(2).
       01  WS-BM-SCAN                  PIC 9(4).
       01  WS-BM-CCY-SCAN              PIC 9(2).
       01  WS-BM-FOUND                 PIC 9(4) VALUE ZERO.
       01  WS-BM-LAST-ID               PIC X(10) VALUE LOW-VALUES.
       01  WS-BM-LAST-FOUND            PIC 9(4) VALUE ZERO.
       01  WS-TEST-CURRENCY            PIC X(3).
      *    Outcome of 1450-CHECK-BUCKET-MASTER: space accepted, 'U'
      *    bucket unknown (or blank), 'C' bucket closed, 'Y' currency
      *    not permitted in the bucket.
       01  WS-BM-REJECT                PIC X(1) VALUE SPACE.
           88  WS-BM-ACCEPTED          VALUE SPACE.
           88  WS-BM-REJ-UNKNOWN       VALUE "U".
           88  WS-BM-REJ-CLOSED        VALUE "C".
           88  WS-BM-REJ-CURRENCY      VALUE "Y".

      *    New TRANSIN items and control cards the bucket master
      *    turned away, held until the run's output files open, when
      *    3487-WRITE-BUCKET-EXCEPTIONS writes one TSEXCPT record for
      *    each - the same hold-then-write discipline as the
      *    duplicate screen.  WS-BKREJ-KIND is 'I' for an item, 'C'
      *    for a control card (WS-BKREJ-CARD-NO is then its position
      *    on TARGETIN and WS-BKREJ-AMOUNT its control total).  A
      *    rejected item still counts toward the trailer balancing.
      *    Capped and counted.
       01  WS-BKREJ-MAX-ENTRIES        PIC 9(6) VALUE 100000.
       01  WS-BKREJ-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-BKREJ-TRUNC-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-BKREJ-TABLE.
           05  WS-BKREJ-ENTRY
                   OCCURS 0 TO 100000 TIMES
                   DEPENDING ON WS-BKREJ-COUNT.
               10  WS-BKREJ-KIND       PIC X(1).
               10  WS-BKREJ-REASON     PIC X(1).
               10  WS-BKREJ-CARD-NO    PIC 9(6).
               10  WS-BKREJ-REF-NO     PIC X(12).
               10  WS-BKREJ-ACCOUNT    PIC X(10).
               10  WS-BKREJ-VALUE-DATE PIC 9(8).
               10  WS-BKREJ-AMOUNT     PIC S9(7)V99.
               10  WS-BKREJ-BUCKET-ID  PIC X(10).
               10  WS-BKREJ-CURRENCY   PIC X(3).
       01  WS-BKREJ-ITEM-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-BKREJ-CARD-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-BKREJ-SCAN               PIC 9(6).
       01  WS-CTL-READ-COUNT           PIC 9(6) VALUE ZERO.

      *    Graded run outcome for the scheduler: 00 clean, 04
      *    completed with warnings (dropped control cards, input or
      *    match-table truncation), 16 fatal.  Moved to RETURN-CODE
               10  WS-TARGET-MATCH-MODE
                                       PIC X(1).
               10  WS-TARGET-CURRENCY  PIC X(3).
               10  WS-TARGET-VD-WINDOW PIC 9(3).
               10  WS-TARGET-AMOUNT-ONLY
                                       PIC X(1).
               10  WS-TARGET-SETTLE-REF
                                       PIC X(16).
       01  WS-TARGET-SEQ               PIC 9(4) VALUE 1.
       01  WS-CTL-BUCKET-ID            PIC X(10).
       01  WS-CTL-ALLOC-MODE           PIC X(1).
       01  WS-CTL-MATCH-MODE           PIC X(1).
           88  WS-OFFSET-MODE          VALUE "O".
       01  WS-CTL-CURRENCY             PIC X(3).
       01  WS-CTL-VD-WINDOW            PIC 9(3).
       01  WS-CTL-AMOUNT-ONLY          PIC X(1).
           88  WS-AMOUNT-ONLY-OFF      VALUE "N".
       01  WS-CTL-SETTLE-REF           PIC X(16).
       01  WS-RESUME-TARGET-SEQ        PIC 9(4) VALUE 1.
       01  WS-RESTARTED-TARGET         PIC X VALUE "N".
       01  WS-IS-RESTART               PIC X VALUE "N".
               10  WS-DUP-AMOUNT       PIC S9(7)V99.
               10  WS-DUP-VALUE-DATE   PIC 9(8).
               10  WS-DUP-MATCH-INDEX  PIC 9(6).
               10  WS-DUP-BUCKET-ID    PIC X(10).
               10  WS-DUP-CURRENCY     PIC X(3).
       01  WS-DUP-FOUND                PIC X VALUE "N".
       01  WS-DUP-SCAN                 PIC 9(6).

      *    show every action with its operator; cards whose
      *    reference is not on file are reported and written to
      *    TSEXCPT, never silently dropped.
      *    A reversal card ('V') also carries the clearing it found
      *    on the journal - GL's posting reference, the original
      *    extract type, and each leg as it stood when posted - and
      *    the first load index its legs returned under, or the
      *    code of the check that refused it (2085-LOAD-REVERSED-
      *    CLEARINGS).
       01  WS-MAINT-MAX-ENTRIES        PIC 9(4) VALUE 1000.
       01  WS-MAINT-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-MAINT-TRUNCATED-COUNT    PIC 9(4) VALUE ZERO.
               10  WS-MNT-GL-ACCOUNT   PIC X(10).
               10  WS-MNT-REASON       PIC X(30).
               10  WS-MNT-ITEM-INDEX   PIC 9(6).
               10  WS-MNT-PEND-INDEX   PIC 9(4).
               10  WS-MNT-RESULT       PIC X(1).
               10  WS-MNT-POST-REF     PIC X(12).
               10  WS-MNT-REV-POST-REF PIC X(12).
               10  WS-MNT-REV-TYPE     PIC X(1).
               10  WS-MNT-REV-LEG-COUNT
                                       PIC 9(1).
               10  WS-MNT-REV-FIRST-INDEX
                                       PIC 9(6).
               10  WS-MNT-REV-REFUSAL  PIC X(1).
               10  WS-MNT-REV-LEG      OCCURS 3 TIMES.
                   15  WS-MNT-REV-REF  PIC X(12).
                   15  WS-MNT-REV-STATE
                                       PIC X(1).
                   15  WS-MNT-REV-AMOUNT
                                       PIC S9(7)V99.
                   15  WS-MNT-REV-ACCOUNT
                                       PIC X(10).
                   15  WS-MNT-REV-VALUE-DATE
                                       PIC 9(8).
                   15  WS-MNT-REV-ORIG-DATE
                                       PIC 9(8).
                   15  WS-MNT-REV-BUCKET-ID
                                       PIC X(10).
                   15  WS-MNT-REV-CURRENCY
                                       PIC X(3).
                   15  WS-MNT-REV-MATCH-BUCKET
                                       PIC X(10).
       01  WS-MAINT-FLAGS.
           05  WS-MAINT-FLAG           PIC X
                   OCCURS 0 TO 100000 TIMES
       01  WS-MAINT-HOLD-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-MAINT-RELEASE-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-MAINT-NOTFND-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-MAINT-REVERSED-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-MAINT-REV-REFUSED-COUNT  PIC 9(4) VALUE ZERO.

      *    Reversal cards: their clearings are looked up on the
      *    permanent journal and their legs loaded right behind the
      *    reinstated legs (2085-LOAD-REVERSED-CLEARINGS).  A leg's
      *    state on the card table says what the journal showed
      *    after the posting: 'P' posted and untouched since, 'L'
      *    active again since (matched, loaded or carried), 'V'
      *    already reversed, space no posting event found.
      *    WS-REV-GROUP holds, for every index, the posting
      *    reference of the reversal that returned it to suspense -
      *    today or on an earlier run, riding the carryforward in
      *    CF-REVERSAL-REF - and spaces for every other item; two
      *    legs sharing one are never paired or grouped together by
      *    the automatic passes.  WS-REV-REFUSAL-TEXT is two bytes
      *    longer than the longest refusal so the exception text can
      *    always cut it at a double blank.
       01  WS-REV-CARD-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-REV-LEG                  PIC 9(1).
       01  WS-REV-LEG-2                PIC 9(1).
       01  WS-REV-SCAN                 PIC 9(4).
       01  WS-REV-INDEX                PIC 9(6).
       01  WS-REV-OPEN-FOUND           PIC X(1).
       01  WS-REV-IN-COUNT             PIC 9(1).
       01  WS-REV-REFUSAL-TEXT         PIC X(23).
       01  WS-REVERSAL-REFS.
           05  WS-REV-GROUP            PIC X(12)
                   OCCURS 0 TO 100000 TIMES
                   DEPENDING ON WS-NUMS-COUNT.

      *    Dual control (TSOPAUTH): each operator's own authority,
      *    loaded once at start-up by 1720-LOAD-OPERATOR-AUTHORITY -
      *    the limits per operator and currency, and the GL accounts
      *    each operator may write off to.  A file too big for the
      *    tables stops the run: an operator missing from the table
      *    would have every card parked for approval.
       01  WS-OAL-MAX-ENTRIES          PIC 9(4) VALUE 2000.
       01  WS-OAL-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-OAL-TABLE.
           05  WS-OAL-ENTRY
                   OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-OAL-COUNT.
               10  WS-OAL-OPERATOR     PIC X(8).
               10  WS-OAL-CURRENCY     PIC X(3).
               10  WS-OAL-WRITEOFF-LIMIT
                                       PIC 9(7)V99.
               10  WS-OAL-MANUAL-LIMIT PIC 9(7)V99.
       01  WS-OAL-SCAN                 PIC 9(4).
       01  WS-OAG-MAX-ENTRIES          PIC 9(4) VALUE 2000.
       01  WS-OAG-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-OAG-TABLE.
           05  WS-OAG-ENTRY
                   OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-OAG-COUNT.
               10  WS-OAG-OPERATOR     PIC X(8).
               10  WS-OAG-GL-ACCOUNT   PIC X(10).
       01  WS-OAG-SCAN                 PIC 9(4).
       01  WS-OPAUTH-BAD-COUNT         PIC 9(4) VALUE ZERO.

      *    2270-CHECK-AUTHORITY tests WS-AUTH-OPERATOR's authority
      *    for one action on one amount; WS-AUTH-RESULT comes back
      *    space (within authority), 'N' (no limit record for the
      *    currency), 'L' (over the limit) or 'G' (write-off GL
      *    account not one the operator may use).
       01  WS-AUTH-OPERATOR            PIC X(8).
       01  WS-AUTH-ACTION              PIC X(1).
       01  WS-AUTH-CURRENCY            PIC X(3).
       01  WS-AUTH-GL-ACCOUNT          PIC X(10).
       01  WS-AUTH-AMOUNT              PIC S9(7)V99.
       01  WS-AUTH-RESULT              PIC X(1).
           88  WS-AUTH-OK              VALUE SPACE.
           88  WS-AUTH-NONE            VALUE "N".
           88  WS-AUTH-OVER-LIMIT      VALUE "L".
           88  WS-AUTH-GL-BARRED       VALUE "G".

      *    Pending-approval cards: those carried in on TSPENDI (WS-
      *    PND-STATUS 'P', still waiting) plus the cards parked
      *    today ('N').  The day's decisions move a card on - 'A'
      *    approved and applied, 'D' declined, 'E' expired (WS-PND-
      *    EXPIRY 'T' no decision within WS-PEND-EXPIRY-DAYS of
      *    keying, 'G' its item has left suspense) - and only 'P'
      *    and 'N' cards are written back to TSPENDO.  A partitioned
      *    run keeps only its own buckets' cards; each partition
      *    writes its own and TSConsol merges them.  Overflow stops
      *    the run rather than lose a waiting card.
       01  WS-PEND-EXPIRY-DAYS         PIC 9(3) VALUE 10.
       01  WS-PND-MAX-ENTRIES          PIC 9(4) VALUE 3000.
       01  WS-PND-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-PND-TABLE.
           05  WS-PND-ENTRY
                   OCCURS 0 TO 3000 TIMES
                   DEPENDING ON WS-PND-COUNT.
               10  WS-PND-ACTION       PIC X(1).
               10  WS-PND-REF-NO       PIC X(12).
               10  WS-PND-ACCOUNT      PIC X(10).
               10  WS-PND-OPERATOR     PIC X(8).
               10  WS-PND-GL-ACCOUNT   PIC X(10).
               10  WS-PND-REASON       PIC X(30).
               10  WS-PND-AMOUNT       PIC S9(7)V99.
               10  WS-PND-CURRENCY     PIC X(3).
               10  WS-PND-BUCKET-ID    PIC X(10).
               10  WS-PND-KEYED-DATE   PIC 9(8).
               10  WS-PND-PEND-REASON  PIC X(1).
               10  WS-PND-STATUS       PIC X(1).
               10  WS-PND-EXPIRY       PIC X(1).
               10  WS-PND-DECIDED-BY   PIC X(8).
               10  WS-PND-DEC-REASON   PIC X(30).
               10  WS-PND-ITEM-INDEX   PIC 9(6).
       01  WS-PND-SEQ                  PIC 9(4).
       01  WS-PND-FOUND                PIC 9(4) VALUE ZERO.
       01  WS-PND-OTHER-FOUND          PIC 9(4) VALUE ZERO.
       01  WS-PND-SKIPPED-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-PND-SECTION              PIC X(1).
       01  WS-PND-SECTION-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-PND-WAIT-DAYS            PIC S9(7).
       01  WS-MAINT-PENDED-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-MAINT-APPROVED-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-MAINT-DECLINED-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-MAINT-EXPIRED-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-MAINT-REFUSED-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-MAINT-WAITING-COUNT      PIC 9(4) VALUE ZERO.
      *    First open index (not already resolved by a card this
      *    run) carrying WS-FIND-REF-NO, or zero - 2290-FIND-OPEN-
      *    ITEM.
       01  WS-FIND-REF-NO              PIC X(12).
       01  WS-FIND-INDEX               PIC 9(6).
      *    The resolution behind a type-'4' extract or TSWRTOFF
      *    record, set from the card itself or - for an approved
      *    card - from its pending record and the approver, so
      *    3535 and 3540 serve both.
       01  WS-RES-INDEX                PIC 9(6).
       01  WS-RES-OPERATOR             PIC X(8).
       01  WS-RES-APPROVER             PIC X(8).
       01  WS-RES-GL-ACCOUNT           PIC X(10).
       01  WS-RES-REASON               PIC X(30).

      *    Item-event journal (TSJRNL): every event this run causes
      *    in an item's life - loaded, diverted as a duplicate, held
      *    or released, matched, written off, carried forward - is
      *    appended as it is written to the run's other audit files,
      *    stamped with the business date and this run's start time
      *    (WS-RUN-STAMP) and numbered in run order.  Indices from
      *    WS-FEED-FIRST-INDEX on came from today's TRANSIN; those
      *    below it were carried in or reinstated.  A simulation
      *    journals nothing.
       01  WS-RUN-STAMP                PIC 9(8) VALUE ZERO.
       01  WS-JRNL-SEQ                 PIC 9(6) VALUE ZERO.
       01  WS-FEED-FIRST-INDEX         PIC 9(6) VALUE 1.
       01  WS-JE-INDEX                 PIC 9(6).
       01  WS-JE-EVENT                 PIC X(1).
       01  WS-JE-DETAIL                PIC X(30).

      *    WS-REINST-FLAG marks indices loaded from GLRecon's
      *    reinstatement file (extract legs GL rejected or never
       01  WS-CCY-IDX                  PIC 9(2).
       01  WS-CCY-FOUND                PIC S9(3).

      *    Per-bucket aging: the same accumulators again, one row per
      *    distinct bucket carried forward, printed beside the
      *    bucket's description and owning team from the bucket
      *    master so each team sees its own open breaks.  Rows beyond
      *    the table limit are counted and flagged, never silently
      *    dropped.
       01  WS-BKA-MAX-ENTRIES          PIC 9(4) VALUE 500.
       01  WS-BKA-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-BKA-TRUNCATED-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-BKA-AGE-TABLE.
           05  WS-BKA-AGE-ENTRY
                   OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-BKA-COUNT.
               10  WS-BKA-BUCKET-ID    PIC X(10).
               10  WS-BKA-CURRENT      PIC 9(6).
               10  WS-BKA-OVER-7       PIC 9(6).
               10  WS-BKA-OVER-30      PIC 9(6).
               10  WS-BKA-OVER-60      PIC 9(6).
               10  WS-BKA-CARRIED      PIC 9(6).
       01  WS-BKA-IDX                  PIC 9(4).
       01  WS-BKA-FOUND                PIC S9(5).

       01  WS-ALLOCREJ-MAX-ENTRIES     PIC 9(6) VALUE 100000.
       01  WS-ALLOCREJ-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-ALLOCREJ-TRUNC-COUNT     PIC 9(6) VALUE ZERO.
      *    resumed run writes still describes the whole file.
       01  WS-EXT-OUT-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-EXT-HASH-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01  WS-EXT-REV-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-EXTRACT-EOF-FLAG         PIC X VALUE "N".
       01  WS-CARRY-HASH-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01  WS-CARRYIN-PRESENT          PIC X VALUE "N".
                   DEPENDING ON WS-MATCH-COUNT.
               10  WS-MATCH-IDX1       PIC 9(6).
               10  WS-MATCH-IDX2       PIC 9(6).
               10  WS-MATCH-RULE       PIC X(1).
      *    The rule 3100-ADD-MATCH stamps on the match it adds: 'A'
      *    or 'R' from the keyed pass (shared account, shared
      *    reference stem), 'N' from the amount-only pass.
       01  WS-CUR-MATCH-RULE           PIC X(1).

      *    Keyed first pass (2900-MATCH-KEYED-PAIRS): before any pair
      *    is cleared on amount alone, pairs whose legs share a
      *    TR-ACCOUNT or a reference stem, with value dates inside
      *    the card's window, are cleared first - the pairing the
      *    investigators would have made by hand, rather than
      *    whichever same-amount item happened to be chained first.
      *    2300-BUILD-MATCH-KEYS works each item's keys out once per
      *    run: its reference stem (cut per its bucket's BM-REF-
      *    STEM-LEN), its value date as a day number (zero when the
      *    date is unusable - such an item never clears on a key),
      *    and WS-AMTONLY-FLAG 'N' when its bucket has amount-only
      *    matching turned off.  WS-KEYED-FLAG marks the legs the
      *    keyed pass took for the current target, which the amount-
      *    only pass then leaves alone; it is rebuilt from the
      *    checkpoint's match rules on a restart.
       01  WS-MATCH-KEY-TABLE.
           05  WS-MATCH-KEY-ENTRY
                   OCCURS 0 TO 100000 TIMES
                   DEPENDING ON WS-NUMS-COUNT.
               10  WS-TR-REF-STEM      PIC X(12).
               10  WS-TR-VD-DAYS       PIC 9(7).
               10  WS-AMTONLY-FLAG     PIC X(1).
               10  WS-KEYED-FLAG       PIC X(1).
       01  WS-STEM-LEN                 PIC 9(2).
       01  WS-VD-GAP                   PIC S9(7).
       01  WS-KEYED-RULE               PIC X(1).
       01  WS-RULE-SCAN                PIC 9(6).
       01  WS-KEYED-PAIR-COUNT         PIC 9(6).

       01  WS-TARGET                   PIC S9(7)V99.
       01  WS-INDEX                    PIC 9(6).
      *    as cleanly as debits.
       01  WS-HASH-KEY                 PIC S9(10).
       01  WS-SIGN-RULE-OK             PIC X VALUE "N".
       01  WS-REV-RULE-OK              PIC X VALUE "Y".
       01  WS-FOUND                    PIC X VALUE "N".
           88  WS-FOUND-YES            VALUE "Y".
           88  WS-FOUND-NO             VALUE "N".
           PERFORM 1000-INITIALIZE
           PERFORM 1060-INIT-REF-LOOKUP
           PERFORM 1100-READ-RUN-PARAMETERS
           PERFORM 1800-CHECK-RUN-LEDGER
           PERFORM 1400-LOAD-BUCKET-MASTER
           PERFORM 1500-READ-TARGETS
           PERFORM 1700-LOAD-MAINT-CARDS
           PERFORM 1720-LOAD-OPERATOR-AUTHORITY
           PERFORM 1750-LOAD-PENDING-CARDS
           PERFORM 2000-LOAD-TRANSACTIONS
           PERFORM 2100-BALANCE-INPUT
           PERFORM 2180-CHECK-LEDGER-INPUTS
           PERFORM 2200-APPLY-MAINTENANCE
           PERFORM 2300-BUILD-MATCH-KEYS
           PERFORM 1040-INIT-LOOKUP-TABLE-ONCE
           IF NOT WS-SIMULATION-MODE
               PERFORM 2700-CHECK-RESTART

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-STAMP FROM TIME
           STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE
           MOVE ZERO TO WS-NUMS-COUNT
                                       ADD 1
                                           TO WS-PART-BKT-TRUNC-COUNT
                                   END-IF
                               WHEN PRM-RERUN-REC
                                   IF PRM-RERUN-STEP = WS-LDG-STEP
                                       MOVE "Y" TO WS-RERUN-CARD
                                       MOVE PRM-RERUN-DATE
                                           TO WS-RERUN-DATE-RAW
                                       MOVE PRM-RERUN-OPERATOR
                                           TO WS-RERUN-OPERATOR
                                       MOVE PRM-RERUN-REASON
                                           TO WS-RERUN-REASON
                                   END-IF
                           END-EVALUATE
                   END-READ
               END-PERFORM
               END-PERFORM
           END-IF.

       1400-LOAD-BUCKET-MASTER.
      *    Loads the bucket master ahead of the control cards and the
      *    day's feed, both of which are tested against it.  The file
      *    is required: without it every bucket is unknown and the
      *    whole day would be rejected, so a missing master stops the
      *    run here, before any output file opens.  A record with a
      *    blank bucket ID names nothing and is passed over; a bucket
      *    keyed twice keeps its first record and the repeat is
      *    counted and reported on the console.
           OPEN INPUT BUCKET-MASTER-FILE
           IF NOT WS-BKTMAS-OK
               DISPLAY "TWOSUM: FATAL - BUCKET-MASTER-FILE OPEN "
                       "FAILED, STATUS " WS-BKTMAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-BKTMAS-EOF
               READ BUCKET-MASTER-FILE
                   AT END
                       SET WS-BKTMAS-EOF TO TRUE
                   NOT AT END
                       IF BM-BUCKET-ID NOT = SPACES
                           PERFORM 1410-STORE-BUCKET-MASTER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUCKET-MASTER-FILE
           IF WS-BM-DUP-COUNT > 0
               DISPLAY "TWOSUM: WARNING - " WS-BM-DUP-COUNT
                       " REPEATED BUCKET MASTER RECORD(S) IGNORED - "
                       "FIRST RECORD KEPT"
           END-IF.

       1410-STORE-BUCKET-MASTER.
           MOVE BM-BUCKET-ID TO WS-TEST-BUCKET-ID
           MOVE SPACES TO WS-TEST-CURRENCY
           PERFORM 1450-CHECK-BUCKET-MASTER
           IF WS-BM-FOUND > 0
               ADD 1 TO WS-BM-DUP-COUNT
           ELSE
           IF WS-BM-COUNT < WS-BM-MAX-ENTRIES
               ADD 1 TO WS-BM-COUNT
               MOVE BM-BUCKET-ID TO WS-BM-BUCKET-ID(WS-BM-COUNT)
               MOVE BM-DESCRIPTION TO WS-BM-DESCRIPTION(WS-BM-COUNT)
               MOVE BM-OWNER-TEAM TO WS-BM-OWNER-TEAM(WS-BM-COUNT)
               MOVE BM-STATUS TO WS-BM-STATUS(WS-BM-COUNT)
               MOVE BM-GL-ACCOUNT TO WS-BM-GL-ACCOUNT(WS-BM-COUNT)
               MOVE BM-CURRENCY-LIST
                   TO WS-BM-CURRENCY-LIST(WS-BM-COUNT)
               MOVE BM-DFLT-ALLOC-MODE
                   TO WS-BM-DFLT-ALLOC-MODE(WS-BM-COUNT)
               MOVE BM-DFLT-XBUCKET-INFO
                   TO WS-BM-DFLT-XBUCKET-INFO(WS-BM-COUNT)
               MOVE BM-DFLT-TRIPLET-MODE
                   TO WS-BM-DFLT-TRIPLET-MODE(WS-BM-COUNT)
               IF BM-DFLT-TOLERANCE IS NUMERIC
                   MOVE BM-DFLT-TOLERANCE
                       TO WS-BM-DFLT-TOLERANCE(WS-BM-COUNT)
               ELSE
                   MOVE ZERO TO WS-BM-DFLT-TOLERANCE(WS-BM-COUNT)
               END-IF
               MOVE BM-DFLT-MATCH-MODE
                   TO WS-BM-DFLT-MATCH-MODE(WS-BM-COUNT)
               MOVE BM-AMOUNT-ONLY TO WS-BM-AMOUNT-ONLY(WS-BM-COUNT)
               IF BM-DFLT-VD-WINDOW IS NUMERIC
                   MOVE BM-DFLT-VD-WINDOW
                       TO WS-BM-DFLT-VD-WINDOW(WS-BM-COUNT)
               ELSE
                   MOVE ZERO TO WS-BM-DFLT-VD-WINDOW(WS-BM-COUNT)
               END-IF
               IF BM-REF-STEM-LEN IS NUMERIC
                   MOVE BM-REF-STEM-LEN
                       TO WS-BM-REF-STEM-LEN(WS-BM-COUNT)
               ELSE
                   MOVE ZERO TO WS-BM-REF-STEM-LEN(WS-BM-COUNT)
               END-IF
           ELSE
               DISPLAY "TWOSUM: FATAL - MORE THAN "
                       WS-BM-MAX-ENTRIES
                       " BUCKET MASTER RECORD(S) - TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF.

       1450-CHECK-BUCKET-MASTER.
      *    Looks WS-TEST-BUCKET-ID up on the bucket master, leaving
      *    its table row in WS-BM-FOUND (zero when it is not on
      *    file), and grades it in WS-BM-REJECT for an item or card
      *    carrying currency WS-TEST-CURRENCY.  Only a 'C' status
      *    closes a bucket.  The base currency (spaces) is permitted
      *    in every bucket; any other code must be on the bucket's
      *    currency list.
           IF WS-TEST-BUCKET-ID = WS-BM-LAST-ID
               MOVE WS-BM-LAST-FOUND TO WS-BM-FOUND
           ELSE
               MOVE ZERO TO WS-BM-FOUND
               PERFORM VARYING WS-BM-SCAN FROM 1 BY 1
                       UNTIL WS-BM-SCAN > WS-BM-COUNT
                           OR WS-BM-FOUND > 0
                   IF WS-BM-BUCKET-ID(WS-BM-SCAN) = WS-TEST-BUCKET-ID
                       MOVE WS-BM-SCAN TO WS-BM-FOUND
                   END-IF
               END-PERFORM
               IF WS-BM-FOUND > 0
                   MOVE WS-TEST-BUCKET-ID TO WS-BM-LAST-ID
                   MOVE WS-BM-FOUND TO WS-BM-LAST-FOUND
               END-IF
           END-IF
           MOVE SPACE TO WS-BM-REJECT
           IF WS-BM-FOUND = 0
               MOVE "U" TO WS-BM-REJECT
           ELSE
           IF WS-BM-STATUS(WS-BM-FOUND) = "C"
               MOVE "C" TO WS-BM-REJECT
           ELSE
           IF WS-TEST-CURRENCY NOT = SPACES
               MOVE "Y" TO WS-BM-REJECT
               PERFORM VARYING WS-BM-CCY-SCAN FROM 1 BY 1
                       UNTIL WS-BM-CCY-SCAN > 10
                           OR WS-BM-ACCEPTED
                   IF WS-BM-CURRENCY(WS-BM-FOUND, WS-BM-CCY-SCAN)
                           = WS-TEST-CURRENCY
                       MOVE SPACE TO WS-BM-REJECT
                   END-IF
               END-PERFORM
           END-IF
           END-IF
           END-IF.

       1040-INIT-LOOKUP-TABLE-ONCE.
      *    One-time sweep that seeds every hash bucket to the -1
      *    sentinel before first use, run once per program execution
           MOVE ZERO TO WS-TRIPLET-TRUNC-COUNT
           MOVE ZERO TO WS-NEAR-COUNT
           MOVE ZERO TO WS-NEAR-TRUNC-COUNT
           PERFORM 1055-CLEAR-HASH-HEADS.

       1055-CLEAR-HASH-HEADS.
      *    Empties the hash table alone, leaving the target's match
      *    results standing - between the keyed and amount-only
      *    passes of one target.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-TOUCHED-COUNT
               MOVE -1 TO WS-HASH-HEAD(WS-TOUCHED-BUCKET(WS-INDEX))
                   AT END
                       SET WS-CONTROL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTL-READ-COUNT
                       MOVE CTL-BUCKET-ID TO WS-TEST-BUCKET-ID
                       PERFORM 1200-TEST-PARTITION-BUCKET
                       IF WS-PART-BKT-OK = "N"
      *                shared TARGETIN expects.
                           ADD 1 TO WS-TARGETS-SKIPPED-COUNT
                       ELSE
                       PERFORM 1550-CHECK-CARD-BUCKET
                       IF NOT WS-BM-ACCEPTED
                           PERFORM 1560-HOLD-CARD-REJECT
                       ELSE
                       IF WS-TARGET-COUNT < WS-TARGETS-MAX-ENTRIES
                           ADD 1 TO WS-TARGET-COUNT
                           MOVE CTL-TARGET
                           MOVE CTL-CURRENCY
                               TO WS-TARGET-CURRENCY
                                   (WS-TARGET-COUNT)
                           IF CTL-VD-WINDOW IS NUMERIC
                               MOVE CTL-VD-WINDOW
                                   TO WS-TARGET-VD-WINDOW
                                       (WS-TARGET-COUNT)
                           ELSE
                               MOVE ZERO
                                   TO WS-TARGET-VD-WINDOW
                                       (WS-TARGET-COUNT)
                           END-IF
                           MOVE "Y" TO WS-TARGET-AMOUNT-ONLY
                                           (WS-TARGET-COUNT)
                           MOVE CTL-SETTLE-REF
                               TO WS-TARGET-SETTLE-REF
                                   (WS-TARGET-COUNT)
                           PERFORM 1570-APPLY-BUCKET-DEFAULTS
                       ELSE
                           ADD 1 TO WS-TARGETS-TRUNCATED-COUNT
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
                       " CONTROL CARD(S) FOR OTHER PARTITIONS "
                       "SKIPPED"
           END-IF
           IF WS-BKREJ-CARD-COUNT > 0
               DISPLAY "TWOSUM: WARNING - " WS-BKREJ-CARD-COUNT
                       " CONTROL CARD(S) REJECTED BY THE BUCKET "
                       "MASTER - SEE TSEXCPT"
           END-IF
           IF WS-TARGETS-TRUNCATED-COUNT > 0
               DISPLAY "TWOSUM: WARNING - "
                       WS-TARGETS-TRUNCATED-COUNT
               MOVE ZERO TO WS-TARGET-TOLERANCE(1)
               MOVE SPACES TO WS-TARGET-MATCH-MODE(1)
               MOVE SPACES TO WS-TARGET-CURRENCY(1)
               MOVE ZERO TO WS-TARGET-VD-WINDOW(1)
               MOVE "Y" TO WS-TARGET-AMOUNT-ONLY(1)
               MOVE SPACES TO WS-TARGET-SETTLE-REF(1)
           END-IF.

       1550-CHECK-CARD-BUCKET.
      *    A card naming no bucket matches unrestricted and has
      *    nothing to test; any named bucket must be on the master,
      *    open, and permit the card's currency.
           IF CTL-BUCKET-ID = SPACES
               MOVE SPACE TO WS-BM-REJECT
               MOVE ZERO TO WS-BM-FOUND
           ELSE
               MOVE CTL-BUCKET-ID TO WS-TEST-BUCKET-ID
               MOVE CTL-CURRENCY TO WS-TEST-CURRENCY
               PERFORM 1450-CHECK-BUCKET-MASTER
           END-IF.

       1560-HOLD-CARD-REJECT.
      *    The rejected card never becomes a target; its identity is
      *    held for 3487-WRITE-BUCKET-EXCEPTIONS.
           ADD 1 TO WS-BKREJ-CARD-COUNT
           IF WS-BKREJ-COUNT < WS-BKREJ-MAX-ENTRIES
               ADD 1 TO WS-BKREJ-COUNT
               MOVE "C" TO WS-BKREJ-KIND(WS-BKREJ-COUNT)
               MOVE WS-BM-REJECT TO WS-BKREJ-REASON(WS-BKREJ-COUNT)
               MOVE WS-CTL-READ-COUNT
                   TO WS-BKREJ-CARD-NO(WS-BKREJ-COUNT)
               MOVE SPACES TO WS-BKREJ-REF-NO(WS-BKREJ-COUNT)
               MOVE SPACES TO WS-BKREJ-ACCOUNT(WS-BKREJ-COUNT)
               MOVE ZERO TO WS-BKREJ-VALUE-DATE(WS-BKREJ-COUNT)
               MOVE CTL-TARGET TO WS-BKREJ-AMOUNT(WS-BKREJ-COUNT)
               MOVE CTL-BUCKET-ID
                   TO WS-BKREJ-BUCKET-ID(WS-BKREJ-COUNT)
               MOVE CTL-CURRENCY
                   TO WS-BKREJ-CURRENCY(WS-BKREJ-COUNT)
           ELSE
               ADD 1 TO WS-BKREJ-TRUNC-COUNT
           END-IF.

       1570-APPLY-BUCKET-DEFAULTS.
      *    A card field left blank takes its bucket's standing
      *    setting from the master; anything keyed on the card wins.
      *    Whether amount-only matching runs at all is the bucket's
      *    call alone.  Nothing to do for a card that names no
      *    bucket.
           IF WS-BM-FOUND > 0
               IF CTL-ALLOC-MODE = SPACE
                   MOVE WS-BM-DFLT-ALLOC-MODE(WS-BM-FOUND)
                       TO WS-TARGET-ALLOC-MODE(WS-TARGET-COUNT)
               END-IF
               IF CTL-XBUCKET-INFO = SPACE
                   MOVE WS-BM-DFLT-XBUCKET-INFO(WS-BM-FOUND)
                       TO WS-TARGET-XBUCKET-INFO(WS-TARGET-COUNT)
               END-IF
               IF CTL-TRIPLET-MODE = SPACE
                   MOVE WS-BM-DFLT-TRIPLET-MODE(WS-BM-FOUND)
                       TO WS-TARGET-TRIPLET-MODE(WS-TARGET-COUNT)
               END-IF
               IF CTL-TOLERANCE = SPACES
                   MOVE WS-BM-DFLT-TOLERANCE(WS-BM-FOUND)
                       TO WS-TARGET-TOLERANCE(WS-TARGET-COUNT)
               END-IF
               IF CTL-MATCH-MODE = SPACE
                   MOVE WS-BM-DFLT-MATCH-MODE(WS-BM-FOUND)
                       TO WS-TARGET-MATCH-MODE(WS-TARGET-COUNT)
               END-IF
               IF CTL-VD-WINDOW = SPACES
                   MOVE WS-BM-DFLT-VD-WINDOW(WS-BM-FOUND)
                       TO WS-TARGET-VD-WINDOW(WS-TARGET-COUNT)
               END-IF
               IF WS-BM-AMOUNT-ONLY(WS-BM-FOUND) = "N"
                   MOVE "N" TO WS-TARGET-AMOUNT-ONLY(WS-TARGET-COUNT)
               END-IF
           END-IF.

       1700-LOAD-MAINT-CARDS.
                               MOVE ZERO
                                   TO WS-MNT-ITEM-INDEX
                                       (WS-MAINT-COUNT)
                               MOVE ZERO
                                   TO WS-MNT-PEND-INDEX
                                       (WS-MAINT-COUNT)
                               MOVE "N"
                                   TO WS-MNT-RESULT(WS-MAINT-COUNT)
                               MOVE MNT-POST-REF
                                   TO WS-MNT-POST-REF(WS-MAINT-COUNT)
                               MOVE SPACES
                                   TO WS-MNT-REV-POST-REF
                                       (WS-MAINT-COUNT)
                               MOVE SPACE
                                   TO WS-MNT-REV-TYPE(WS-MAINT-COUNT)
                               MOVE ZERO
                                   TO WS-MNT-REV-LEG-COUNT
                                       (WS-MAINT-COUNT)
                               MOVE ZERO
                                   TO WS-MNT-REV-FIRST-INDEX
                                       (WS-MAINT-COUNT)
                               MOVE SPACE
                                   TO WS-MNT-REV-REFUSAL
                                       (WS-MAINT-COUNT)
                               IF MNT-REVERSE
                                   ADD 1 TO WS-REV-CARD-COUNT
                               END-IF
                           ELSE
                               ADD 1 TO WS-MAINT-TRUNCATED-COUNT
                           END-IF
                       "-ENTRY LIMIT WERE DROPPED"
           END-IF.

       1720-LOAD-OPERATOR-AUTHORITY.
      *    Loads each operator's own authority for manual matches
      *    and write-offs.  The file is required: without it no
      *    operator could act alone and no approver could be
      *    proved.  A record of any other type is counted and
      *    skipped with a warning.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF NOT WS-OPAUTH-OK
               DISPLAY "TWOSUM: FATAL - OPERATOR-AUTH-FILE OPEN "
                       "FAILED, STATUS " WS-OPAUTH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-OPAUTH-EOF
               READ OPERATOR-AUTH-FILE
                   AT END
                       SET WS-OPAUTH-EOF TO TRUE
                   NOT AT END
                       PERFORM 1730-STORE-OPERATOR-AUTHORITY
               END-READ
           END-PERFORM
           CLOSE OPERATOR-AUTH-FILE
           IF WS-OPAUTH-BAD-COUNT > 0
               DISPLAY "TWOSUM: WARNING - " WS-OPAUTH-BAD-COUNT
                       " OPERATOR AUTHORITY RECORD(S) OF UNKNOWN "
                       "TYPE IGNORED"
           END-IF.

       1730-STORE-OPERATOR-AUTHORITY.
           EVALUATE TRUE
               WHEN OA-LIMIT-REC
                   IF WS-OAL-COUNT >= WS-OAL-MAX-ENTRIES
                       DISPLAY "TWOSUM: FATAL - OPERATOR LIMIT "
                               "RECORDS EXCEED THE "
                               WS-OAL-MAX-ENTRIES "-ENTRY TABLE"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-OAL-COUNT
                   MOVE OA-OPERATOR TO WS-OAL-OPERATOR(WS-OAL-COUNT)
                   MOVE OA-CURRENCY TO WS-OAL-CURRENCY(WS-OAL-COUNT)
                   IF OA-WRITEOFF-LIMIT IS NUMERIC
                       MOVE OA-WRITEOFF-LIMIT
                           TO WS-OAL-WRITEOFF-LIMIT(WS-OAL-COUNT)
                   ELSE
                       MOVE ZERO
                           TO WS-OAL-WRITEOFF-LIMIT(WS-OAL-COUNT)
                   END-IF
                   IF OA-MANUAL-LIMIT IS NUMERIC
                       MOVE OA-MANUAL-LIMIT
                           TO WS-OAL-MANUAL-LIMIT(WS-OAL-COUNT)
                   ELSE
                       MOVE ZERO
                           TO WS-OAL-MANUAL-LIMIT(WS-OAL-COUNT)
                   END-IF
               WHEN OA-GLACCT-REC
                   IF WS-OAG-COUNT >= WS-OAG-MAX-ENTRIES
                       DISPLAY "TWOSUM: FATAL - OPERATOR GL ACCOUNT "
                               "RECORDS EXCEED THE "
                               WS-OAG-MAX-ENTRIES "-ENTRY TABLE"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-OAG-COUNT
                   MOVE OA-OPERATOR TO WS-OAG-OPERATOR(WS-OAG-COUNT)
                   MOVE OA-GL-ACCOUNT
                       TO WS-OAG-GL-ACCOUNT(WS-OAG-COUNT)
               WHEN OTHER
                   ADD 1 TO WS-OPAUTH-BAD-COUNT
           END-EVALUATE.

       1750-LOAD-PENDING-CARDS.
      *    Reloads the cards still waiting for a second operator
      *    from the previous run's TSPENDO.  No file at all is the
      *    normal case for an installation's first run.  A
      *    partitioned run keeps only its own buckets' cards - the
      *    other partitions carry the rest through to their own
      *    pending files.
           OPEN INPUT PENDIN-FILE
           IF WS-PENDIN-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM UNTIL WS-PENDIN-EOF
                   READ PENDIN-FILE INTO PENDING-RECORD
                       AT END
                           SET WS-PENDIN-EOF TO TRUE
                       NOT AT END
                           MOVE PD-BUCKET-ID TO WS-TEST-BUCKET-ID
                           PERFORM 1200-TEST-PARTITION-BUCKET
                           IF WS-PART-BKT-OK = "Y"
                               PERFORM 1760-STORE-PENDING-CARD
                               MOVE "P" TO WS-PND-STATUS(WS-PND-COUNT)
                           ELSE
                               ADD 1 TO WS-PND-SKIPPED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PENDIN-FILE.

       1760-STORE-PENDING-CARD.
      *    Adds PENDING-RECORD to the pending table; the caller sets
      *    the entry's status.
           IF WS-PND-COUNT >= WS-PND-MAX-ENTRIES
               DISPLAY "TWOSUM: FATAL - PENDING-APPROVAL CARDS "
                       "EXCEED THE " WS-PND-MAX-ENTRIES
                       "-ENTRY TABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PND-COUNT
           MOVE PD-ACTION TO WS-PND-ACTION(WS-PND-COUNT)
           MOVE PD-REF-NO TO WS-PND-REF-NO(WS-PND-COUNT)
           MOVE PD-ACCOUNT TO WS-PND-ACCOUNT(WS-PND-COUNT)
           MOVE PD-OPERATOR TO WS-PND-OPERATOR(WS-PND-COUNT)
           MOVE PD-GL-ACCOUNT TO WS-PND-GL-ACCOUNT(WS-PND-COUNT)
           MOVE PD-REASON TO WS-PND-REASON(WS-PND-COUNT)
           MOVE PD-AMOUNT TO WS-PND-AMOUNT(WS-PND-COUNT)
           MOVE PD-CURRENCY TO WS-PND-CURRENCY(WS-PND-COUNT)
           MOVE PD-BUCKET-ID TO WS-PND-BUCKET-ID(WS-PND-COUNT)
           MOVE PD-KEYED-DATE TO WS-PND-KEYED-DATE(WS-PND-COUNT)
           MOVE PD-PEND-REASON TO WS-PND-PEND-REASON(WS-PND-COUNT)
           MOVE SPACE TO WS-PND-EXPIRY(WS-PND-COUNT)
           MOVE SPACES TO WS-PND-DECIDED-BY(WS-PND-COUNT)
           MOVE SPACES TO WS-PND-DEC-REASON(WS-PND-COUNT)
           MOVE ZERO TO WS-PND-ITEM-INDEX(WS-PND-COUNT).

       1800-CHECK-RUN-LEDGER.
      *    Reads the run ledger before a single input is loaded.  A
      *    live run that finds itself already completed for this
      *    business date (under this partition, when partitioned)
      *    needs a TSRUNPRM 'R' card naming TWOSUM, the date, and an
      *    operator, or it is refused; a simulation posts nothing
      *    and never needs one.  The previous business date's chain
      *    must have finished: once a TwoSum or TSConsol run has
      *    completed for an earlier date, GLRecon must have completed
      *    for the latest such date, after that date's last run -
      *    otherwise today's TSREINST is not the one that
      *    reconciliation wrote.  A partition also reads its own
      *    partition ledger, which holds its runs until TSConsol
      *    carries them to TSRUNLDG.  The second pass picks up the
      *    counts the ledger recorded for TSCARRYI and TSREINST.
           IF WS-PART-BKT-COUNT > 0
               MOVE WS-PARTITION-ID TO WS-LDG-PARTITION
               IF WS-LDG-PARTITION = SPACES
                   MOVE "(NONE)" TO WS-LDG-PARTITION
               END-IF
           END-IF
           MOVE 1 TO WS-LDG-PASS
           PERFORM 1810-SCAN-RUN-LEDGER
           COMPUTE WS-LDG-THIS-RUN-NO = WS-LDG-LAST-RUN-NO + 1
           IF WS-LDG-PREV-DATE > ZERO
               IF WS-LDG-RCN-DATE < WS-LDG-PREV-DATE
                   OR (WS-LDG-RCN-DATE = WS-LDG-PREV-DATE
                       AND WS-LDG-RCN-SEQ < WS-LDG-PREV-SEQ)
                   MOVE SPACES TO WS-LDG-MESSAGE
                   STRING "GLRECON HAS NOT COMPLETED FOR PREVIOUS "
                           "BUSINESS DATE " WS-LDG-PREV-DATE
                           " SINCE ITS LATEST " DELIMITED BY SIZE
                           WS-LDG-PREV-STEP DELIMITED BY SPACE
                           " RUN" DELIMITED BY SIZE
                           INTO WS-LDG-MESSAGE
                   PERFORM 1890-REFUSE-RUN
               END-IF
           END-IF
           IF WS-LDG-DONE = "Y" AND NOT WS-SIMULATION-MODE
               PERFORM 1850-CHECK-RERUN-CARD
           END-IF
           IF WS-LDG-PREV-DATE > ZERO
               MOVE 2 TO WS-LDG-PASS
               PERFORM 1810-SCAN-RUN-LEDGER
           END-IF.

       1810-SCAN-RUN-LEDGER.
      *    One pass over the ledger (and, when partitioned, this
      *    partition's own), each record tested by 1820.  Records
      *    are numbered in file order, which is the order they were
      *    written.
           MOVE ZERO TO WS-LDG-REC-SEQ
           OPEN INPUT RUN-LEDGER-FILE
           IF WS-LEDGER-ABSENT
               CONTINUE
           ELSE
               IF NOT WS-LEDGER-OK
                   DISPLAY "TWOSUM: FATAL - RUN-LEDGER-FILE OPEN "
                           "FAILED, STATUS " WS-LEDGER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-LDG-EOF
               PERFORM UNTIL WS-LDG-EOF = "Y"
                   READ RUN-LEDGER-FILE INTO RUN-LEDGER-RECORD
                       AT END
                           MOVE "Y" TO WS-LDG-EOF
                       NOT AT END
                           PERFORM 1820-TEST-LEDGER-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RUN-LEDGER-FILE
           IF WS-PART-BKT-COUNT > 0
               OPEN INPUT PART-LEDGER-FILE
               IF WS-PART-LEDGER-ABSENT
                   CONTINUE
               ELSE
                   IF NOT WS-PART-LEDGER-OK
                       DISPLAY "TWOSUM: FATAL - PART-LEDGER-FILE "
                               "OPEN FAILED, STATUS "
                               WS-PART-LEDGER-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE "N" TO WS-LDG-EOF
                   PERFORM UNTIL WS-LDG-EOF = "Y"
                       READ PART-LEDGER-FILE INTO RUN-LEDGER-RECORD
                           AT END
                               MOVE "Y" TO WS-LDG-EOF
                           NOT AT END
                               PERFORM 1820-TEST-LEDGER-RECORD
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE PART-LEDGER-FILE
           END-IF.

       1820-TEST-LEDGER-RECORD.
           ADD 1 TO WS-LDG-REC-SEQ
           IF WS-LDG-PASS = 1
               IF RL-STEP-REC
                   PERFORM 1825-TEST-STEP-RECORD
               END-IF
           ELSE
               IF RL-FILE-REC
                   PERFORM 1830-TAKE-EXPECTED-COUNTS
               END-IF
           END-IF.

       1825-TEST-STEP-RECORD.
      *    This step's own runs for today set the run number and
      *    the already-completed flag.  Completed runs for earlier
      *    dates find the previous business date's producer of
      *    TSCARRYO - TwoSum unpartitioned, or TSConsol after a
      *    partitioned night - and the latest GLRecon; a later
      *    record for the same date supersedes an earlier one.
           IF RL-STEP = WS-LDG-STEP
               AND RL-BUS-DATE = WS-CURRENT-DATE-NUM
               AND RL-PARTITION-ID = WS-LDG-PARTITION
               IF RL-RUN-NO > WS-LDG-LAST-RUN-NO
                   MOVE RL-RUN-NO TO WS-LDG-LAST-RUN-NO
               END-IF
               IF RL-COMPLETED
                   MOVE "Y" TO WS-LDG-DONE
                   MOVE RL-RUN-NO TO WS-LDG-DONE-RUN-NO
               END-IF
           END-IF
           IF RL-COMPLETED AND RL-BUS-DATE < WS-CURRENT-DATE-NUM
               IF (RL-STEP-TWOSUM AND RL-PARTITION-ID = SPACES)
                   OR RL-STEP-TSCONSOL
                   IF RL-BUS-DATE NOT < WS-LDG-PREV-DATE
                       MOVE RL-BUS-DATE TO WS-LDG-PREV-DATE
                       MOVE RL-STEP TO WS-LDG-PREV-STEP
                       MOVE RL-RUN-NO TO WS-LDG-PREV-RUN-NO
                       MOVE WS-LDG-REC-SEQ TO WS-LDG-PREV-SEQ
                   END-IF
               END-IF
               IF RL-STEP-GLRECON
                   AND RL-BUS-DATE NOT < WS-LDG-RCN-DATE
                   MOVE RL-BUS-DATE TO WS-LDG-RCN-DATE
                   MOVE RL-RUN-NO TO WS-LDG-RCN-RUN-NO
                   MOVE WS-LDG-REC-SEQ TO WS-LDG-RCN-SEQ
               END-IF
           END-IF.

       1830-TAKE-EXPECTED-COUNTS.
           IF RL-BUS-DATE = WS-LDG-PREV-DATE
               AND RL-STEP = WS-LDG-PREV-STEP
               AND RL-PARTITION-ID = SPACES
               AND RL-RUN-NO = WS-LDG-PREV-RUN-NO
               AND RL-DATASET = "TSCARRYO"
               MOVE "Y" TO WS-LDG-CARRY-FOUND
               MOVE RL-REC-COUNT TO WS-LDG-CARRY-COUNT
               MOVE RL-HASH-TOTAL TO WS-LDG-CARRY-HASH
           END-IF
           IF RL-BUS-DATE = WS-LDG-RCN-DATE
               AND RL-STEP-GLRECON
               AND RL-RUN-NO = WS-LDG-RCN-RUN-NO
               AND RL-DATASET = "TSREINST"
               MOVE "Y" TO WS-LDG-REINST-FOUND
               MOVE RL-REC-COUNT TO WS-LDG-REINST-COUNT
               MOVE RL-HASH-TOTAL TO WS-LDG-REINST-HASH
           END-IF.

       1850-CHECK-RERUN-CARD.
      *    The date has already been booked.  Only an 'R' card for
      *    this step, this business date, and a named operator lets
      *    it be booked again; the operator and reason go on the
      *    ledger with the rerun.
           IF WS-RERUN-CARD = "Y"
               AND WS-RERUN-DATE-RAW IS NUMERIC
               AND WS-RERUN-OPERATOR NOT = SPACES
               MOVE WS-RERUN-DATE-RAW TO WS-RERUN-DATE
               IF WS-RERUN-DATE = WS-CURRENT-DATE-NUM
                   MOVE "Y" TO WS-RERUN-AUTHORISED
               END-IF
           END-IF
           IF WS-RERUN-AUTHORISED = "Y"
               DISPLAY "TWOSUM: RERUN OF BUSINESS DATE "
                       WS-CURRENT-DATE-NUM " AUTHORISED BY "
                       WS-RERUN-OPERATOR " - " WS-RERUN-REASON
           ELSE
               MOVE SPACES TO WS-LDG-MESSAGE
               IF WS-RERUN-CARD = "Y"
                   STRING "TWOSUM ALREADY COMPLETED FOR "
                           WS-CURRENT-DATE-NUM " (RUN "
                           WS-LDG-DONE-RUN-NO ") - 'R' CARD DOES "
                           "NOT NAME THIS DATE AND AN OPERATOR"
                           DELIMITED BY SIZE INTO WS-LDG-MESSAGE
               ELSE
                   STRING "TWOSUM ALREADY COMPLETED FOR "
                           WS-CURRENT-DATE-NUM " (RUN "
                           WS-LDG-DONE-RUN-NO ") - NO RERUN "
                           "AUTHORISATION CARD"
                           DELIMITED BY SIZE INTO WS-LDG-MESSAGE
               END-IF
               PERFORM 1890-REFUSE-RUN
           END-IF.

       1890-REFUSE-RUN.
      *    A refused run opens nothing for output - not even the
      *    exception file or TSSTATS, which may still describe the
      *    completed run the ledger is protecting - so every file is
      *    left exactly as it was found.
           DISPLAY "TWOSUM: FATAL - RUN LEDGER: " WS-LDG-MESSAGE
           DISPLAY "TWOSUM: RUN REFUSED FOR BUSINESS DATE "
                   WS-CURRENT-DATE-NUM " - NO FILE TOUCHED"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       2000-LOAD-TRANSACTIONS.
      *    Any transaction beyond WS-NUMS-MAX-ENTRIES is counted and
      *    flagged (2000-LOAD-TRANSACTIONS / 3480-WRITE-TRUNCATION-
      *    loaded from TRANSIN originate on the business processing
      *    date (the system date unless the run-parameter card says
      *    otherwise); carried items keep the origination date they
      *    first entered suspense with.  Legs returned by a reversal
      *    card follow the reinstated legs, also ahead of TRANSIN.
           PERFORM 2010-LOAD-CARRYFORWARD
           PERFORM 2020-LOAD-REINSTATED
           IF WS-REV-CARD-COUNT > 0
               PERFORM 2085-LOAD-REVERSED-CLEARINGS
           END-IF
           COMPUTE WS-FEED-FIRST-INDEX = WS-NUMS-COUNT + 1
           OPEN INPUT TRANS-FILE
           IF NOT WS-TRANS-OK
               DISPLAY "TWOSUM: FATAL - TRANS-FILE OPEN FAILED, "
                       " DUPLICATE TRANSACTION(S) DIVERTED TO "
                       "EXCEPTIONS"
           END-IF
           IF WS-BKREJ-ITEM-COUNT > 0
               DISPLAY "TWOSUM: WARNING - " WS-BKREJ-ITEM-COUNT
                       " TRANSACTION(S) REJECTED BY THE BUCKET "
                       "MASTER - SEE TSEXCPT"
           END-IF
           IF WS-NUMS-TRUNCATED-COUNT > 0
               DISPLAY "TWOSUM: WARNING - "
                       WS-NUMS-TRUNCATED-COUNT
           MOVE TR-BUCKET-ID TO WS-TEST-BUCKET-ID
           PERFORM 1200-TEST-PARTITION-BUCKET
           PERFORM 2060-CHECK-DUPLICATE-REF
           MOVE TR-CURRENCY TO WS-TEST-CURRENCY
           PERFORM 1450-CHECK-BUCKET-MASTER
           IF WS-PART-BKT-OK = "N"
      *        Another partition's item: counted for the trailer
      *        (above) but never loaded, so one full TRANSIN can be
      *        fed to every partition and still balance everywhere.
               ADD 1 TO WS-OFFPART-COUNT
           ELSE
           IF NOT WS-BM-ACCEPTED
      *        Unknown or closed bucket, or a currency the bucket
      *        may not carry: counted for the trailer but never
      *        loaded, and reported on TSEXCPT.
               PERFORM 2075-DIVERT-BUCKET-REJECT
           ELSE
           IF WS-DUP-FOUND = "Y"
               PERFORM 2070-DIVERT-DUPLICATE
           ELSE
                       TO WS-TR-ORIG-DATE(WS-NUMS-COUNT)
                   MOVE "N" TO WS-MAINT-FLAG(WS-NUMS-COUNT)
                   MOVE "N" TO WS-REINST-FLAG(WS-NUMS-COUNT)
                   MOVE SPACES TO WS-REV-GROUP(WS-NUMS-COUNT)
                   PERFORM 2065-INSERT-REF-LOOKUP
               ELSE
                   ADD 1 TO WS-NUMS-TRUNCATED-COUNT
               END-IF
           END-IF
           END-IF
           END-IF.

       2058-HASH-REF-NO.
                   TO WS-DUP-VALUE-DATE(WS-DUP-COUNT)
               MOVE WS-DUP-SCAN
                   TO WS-DUP-MATCH-INDEX(WS-DUP-COUNT)
               MOVE TR-BUCKET-ID TO WS-DUP-BUCKET-ID(WS-DUP-COUNT)
               MOVE TR-CURRENCY TO WS-DUP-CURRENCY(WS-DUP-COUNT)
           ELSE
               ADD 1 TO WS-DUP-TRUNC-COUNT
           END-IF.

       2075-DIVERT-BUCKET-REJECT.
      *    Held, like a duplicate, until the output files open;
      *    3487-WRITE-BUCKET-EXCEPTIONS writes the TSEXCPT record.
           ADD 1 TO WS-BKREJ-ITEM-COUNT
           IF WS-BKREJ-COUNT < WS-BKREJ-MAX-ENTRIES
               ADD 1 TO WS-BKREJ-COUNT
               MOVE "I" TO WS-BKREJ-KIND(WS-BKREJ-COUNT)
               MOVE WS-BM-REJECT TO WS-BKREJ-REASON(WS-BKREJ-COUNT)
               MOVE ZERO TO WS-BKREJ-CARD-NO(WS-BKREJ-COUNT)
               MOVE TR-REF-NO TO WS-BKREJ-REF-NO(WS-BKREJ-COUNT)
               MOVE TR-ACCOUNT TO WS-BKREJ-ACCOUNT(WS-BKREJ-COUNT)
               MOVE TR-VALUE-DATE
                   TO WS-BKREJ-VALUE-DATE(WS-BKREJ-COUNT)
               MOVE TR-AMOUNT TO WS-BKREJ-AMOUNT(WS-BKREJ-COUNT)
               MOVE TR-BUCKET-ID
                   TO WS-BKREJ-BUCKET-ID(WS-BKREJ-COUNT)
               MOVE TR-CURRENCY
                   TO WS-BKREJ-CURRENCY(WS-BKREJ-COUNT)
           ELSE
               ADD 1 TO WS-BKREJ-TRUNC-COUNT
           END-IF.

       2080-WRITE-UNOWNED-FAILURE.
      *    Same shape as the balancing failures: the run is
      *    stopping before the output files open, so EXCEPTION-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       2085-LOAD-REVERSED-CLEARINGS.
      *    Reversal cards ('V') are settled here, during the load,
      *    because their legs must be back in the population before
      *    TRANSIN is screened for duplicates and before any pass
      *    runs.  The permanent item-event journal (TSJRNLI - the
      *    scheduler's name for the archive this run's TSJRNL will
      *    be appended to) is the only place a posted clearing's
      *    legs still exist: their TSEXTRCT is long gone.  Two
      *    passes of the journal: the first finds each card's
      *    clearing on GLRecon's 'C' events - by posting reference,
      *    or by leg reference, where the latest posting of that leg
      *    wins - with its extract type and leg refs; the second
      *    follows every leg of it forward, taking the leg's
      *    identity from its 'C' event and its own bucket from the
      *    'M' event that cleared it, and noting anything that has
      *    happened to it since.  Events this program wrote under
      *    today's business date are passed over, so a restart or a
      *    rerun settles the same cards the same way as the run it
      *    replaces.  A card is then refused, with the reason on
      *    TSRPT and TSEXCPT, unless the whole clearing is there,
      *    was never reversed, and no leg has moved since it was
      *    posted.  An accepted card's legs are loaded here with
      *    their original reference, account, value date, currency
      *    and origination date; the reversing extract record is
      *    written by 3536-WRITE-REVERSAL-EXTRACT once the output
      *    files are open.
           PERFORM VARYING WS-MAINT-SEQ FROM 1 BY 1
                   UNTIL WS-MAINT-SEQ > WS-MAINT-COUNT
               IF WS-MNT-ACTION(WS-MAINT-SEQ) = "V"
                   AND (WS-MNT-OPERATOR(WS-MAINT-SEQ) = SPACES
                       OR WS-MNT-REASON(WS-MAINT-SEQ) = SPACES
                       OR (WS-MNT-REF-NO(WS-MAINT-SEQ) = SPACES
                           AND WS-MNT-POST-REF(WS-MAINT-SEQ)
                               = SPACES))
                   MOVE "B" TO WS-MNT-REV-REFUSAL(WS-MAINT-SEQ)
               END-IF
           END-PERFORM
           OPEN INPUT JOURNAL-IN-FILE
           IF WS-JRNLIN-OK
               PERFORM UNTIL WS-JRNLIN-EOF
                   READ JOURNAL-IN-FILE INTO JOURNAL-RECORD
                       AT END
                           SET WS-JRNLIN-EOF TO TRUE
                       NOT AT END
                           IF JR-GL-CONFIRMED
                               AND JR-EXT-TYPE NOT = "V"
                               PERFORM 2086-TEST-CLEARING-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-IN-FILE
               OPEN INPUT JOURNAL-IN-FILE
               PERFORM UNTIL WS-JRNLIN-EOF
                   READ JOURNAL-IN-FILE INTO JOURNAL-RECORD
                       AT END
                           SET WS-JRNLIN-EOF TO TRUE
                       NOT AT END
                           IF JR-PROGRAM NOT = "TWOSUM"
                               OR JR-BUS-DATE NOT = WS-CURRENT-DATE-NUM
                               PERFORM 2088-TEST-LEG-EVENT
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
      *        No journal at all: nothing can be reversed today.
               PERFORM VARYING WS-MAINT-SEQ FROM 1 BY 1
                       UNTIL WS-MAINT-SEQ > WS-MAINT-COUNT
                   IF WS-MNT-ACTION(WS-MAINT-SEQ) = "V"
                       AND WS-MNT-REV-REFUSAL(WS-MAINT-SEQ) = SPACE
                       MOVE "J" TO WS-MNT-REV-REFUSAL(WS-MAINT-SEQ)
                   END-IF
               END-PERFORM
           END-IF
           CLOSE JOURNAL-IN-FILE
           PERFORM VARYING WS-MAINT-SEQ FROM 1 BY 1
                   UNTIL WS-MAINT-SEQ > WS-MAINT-COUNT
               IF WS-MNT-ACTION(WS-MAINT-SEQ) = "V"
                   PERFORM 2090-SETTLE-REVERSAL-CARD
               END-IF
           END-PERFORM.

       2086-TEST-CLEARING-EVENT.
      *    A GL confirmation ('C') on the journal, offered to every
      *    reversal card still in play.  A card naming a leg takes
      *    that leg's latest posting (or, with a posting reference
      *    keyed too, only that one); a card naming only a posting
      *    takes the first event found for it - every leg's event
      *    names the same legs.
           PERFORM VARYING WS-REV-SCAN FROM 1 BY 1
                   UNTIL WS-REV-SCAN > WS-MAINT-COUNT
               IF WS-MNT-ACTION(WS-REV-SCAN) = "V"
                   AND WS-MNT-REV-REFUSAL(WS-REV-SCAN) = SPACE
                   IF WS-MNT-REF-NO(WS-REV-SCAN) NOT = SPACES
                       IF JR-REF-NO = WS-MNT-REF-NO(WS-REV-SCAN)
                           AND (WS-MNT-POST-REF(WS-REV-SCAN) = SPACES
                               OR JR-POST-REF
                                   = WS-MNT-POST-REF(WS-REV-SCAN))
                           PERFORM 2087-TAKE-CLEARING
                       END-IF
                   ELSE
                       IF JR-POST-REF = WS-MNT-POST-REF(WS-REV-SCAN)
                           AND WS-MNT-REV-POST-REF(WS-REV-SCAN)
                               = SPACES
                           PERFORM 2087-TAKE-CLEARING
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2087-TAKE-CLEARING.
           MOVE JR-POST-REF TO WS-MNT-REV-POST-REF(WS-REV-SCAN)
           MOVE JR-EXT-TYPE TO WS-MNT-REV-TYPE(WS-REV-SCAN)
           PERFORM VARYING WS-REV-LEG FROM 1 BY 1
                   UNTIL WS-REV-LEG > 3
               MOVE SPACES TO WS-MNT-REV-REF(WS-REV-SCAN, WS-REV-LEG)
               MOVE SPACE
                   TO WS-MNT-REV-STATE(WS-REV-SCAN, WS-REV-LEG)
               MOVE SPACES
                   TO WS-MNT-REV-MATCH-BUCKET(WS-REV-SCAN, WS-REV-LEG)
           END-PERFORM
           MOVE 1 TO WS-MNT-REV-LEG-COUNT(WS-REV-SCAN)
           MOVE JR-REF-NO TO WS-MNT-REV-REF(WS-REV-SCAN, 1)
           IF JR-PARTNER-REF1 NOT = SPACES
               ADD 1 TO WS-MNT-REV-LEG-COUNT(WS-REV-SCAN)
               MOVE JR-PARTNER-REF1
                   TO WS-MNT-REV-REF(WS-REV-SCAN,
                       WS-MNT-REV-LEG-COUNT(WS-REV-SCAN))
           END-IF
           IF JR-PARTNER-REF2 NOT = SPACES
               ADD 1 TO WS-MNT-REV-LEG-COUNT(WS-REV-SCAN)
               MOVE JR-PARTNER-REF2
                   TO WS-MNT-REV-REF(WS-REV-SCAN,
                       WS-MNT-REV-LEG-COUNT(WS-REV-SCAN))
           END-IF.

       2088-TEST-LEG-EVENT.
      *    Any journal event, offered to every leg of every card
      *    whose clearing the first pass found.
           PERFORM VARYING WS-REV-SCAN FROM 1 BY 1
                   UNTIL WS-REV-SCAN > WS-MAINT-COUNT
               IF WS-MNT-ACTION(WS-REV-SCAN) = "V"
                   AND WS-MNT-REV-REFUSAL(WS-REV-SCAN) = SPACE
                   AND WS-MNT-REV-POST-REF(WS-REV-SCAN) NOT = SPACES
                   PERFORM VARYING WS-REV-LEG FROM 1 BY 1
                           UNTIL WS-REV-LEG
                               > WS-MNT-REV-LEG-COUNT(WS-REV-SCAN)
                       IF JR-REF-NO
                               = WS-MNT-REV-REF(WS-REV-SCAN, WS-REV-LEG)
                           PERFORM 2089-TRACE-LEG-EVENT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       2089-TRACE-LEG-EVENT.
      *    Moves one leg's state on for the event in JOURNAL-RECORD.
      *    The posting itself ('C' for the card's posting reference)
      *    makes the leg 'P' and gives it the identity it returns
      *    with; its bucket is the one on the 'M' event that cleared
      *    it - the item's own bucket, where GLRecon's events carry
      *    the clearing's.  A reversal of that posting makes the leg
      *    'V' for good; anything else after the posting makes it
      *    'L'.
           IF WS-MNT-REV-STATE(WS-REV-SCAN, WS-REV-LEG) NOT = "V"
               EVALUATE TRUE
                   WHEN JR-GL-CONFIRMED
                       AND JR-EXT-TYPE NOT = "V"
                       AND JR-POST-REF
                           = WS-MNT-REV-POST-REF(WS-REV-SCAN)
                       MOVE "P"
                           TO WS-MNT-REV-STATE(WS-REV-SCAN, WS-REV-LEG)
                       MOVE JR-AMOUNT
                           TO WS-MNT-REV-AMOUNT(WS-REV-SCAN, WS-REV-LEG)
                       MOVE JR-ACCOUNT
                           TO WS-MNT-REV-ACCOUNT
                               (WS-REV-SCAN, WS-REV-LEG)
                       MOVE JR-VALUE-DATE
                           TO WS-MNT-REV-VALUE-DATE
                               (WS-REV-SCAN, WS-REV-LEG)
                       MOVE JR-ORIG-DATE
                           TO WS-MNT-REV-ORIG-DATE
                               (WS-REV-SCAN, WS-REV-LEG)
                       MOVE JR-CURRENCY
                           TO WS-MNT-REV-CURRENCY
                               (WS-REV-SCAN, WS-REV-LEG)
                       IF WS-MNT-REV-MATCH-BUCKET
                               (WS-REV-SCAN, WS-REV-LEG) NOT = SPACES
                           MOVE WS-MNT-REV-MATCH-BUCKET
                                   (WS-REV-SCAN, WS-REV-LEG)
                               TO WS-MNT-REV-BUCKET-ID
                                   (WS-REV-SCAN, WS-REV-LEG)
                       ELSE
                           MOVE JR-BUCKET-ID
                               TO WS-MNT-REV-BUCKET-ID
                                   (WS-REV-SCAN, WS-REV-LEG)
                       END-IF
                   WHEN JR-REVERSED
                       AND JR-POST-REF
                           = WS-MNT-REV-POST-REF(WS-REV-SCAN)
                       MOVE "V"
                           TO WS-MNT-REV-STATE(WS-REV-SCAN, WS-REV-LEG)
                   WHEN WS-MNT-REV-STATE(WS-REV-SCAN, WS-REV-LEG) = "P"
                       MOVE "L"
                           TO WS-MNT-REV-STATE(WS-REV-SCAN, WS-REV-LEG)
                   WHEN JR-MATCHED
                       MOVE JR-BUCKET-ID
                           TO WS-MNT-REV-MATCH-BUCKET
                               (WS-REV-SCAN, WS-REV-LEG)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2090-SETTLE-REVERSAL-CARD.
      *    Accepts or refuses one reversal card, in card order, so
      *    a second card for a clearing an earlier card already
      *    reversed today is refused as a duplicate.  A clearing
      *    whose legs all belong to another partition is that
      *    partition's to reverse and is only noted here; one split
      *    across partitions could never be returned whole and is
      *    refused.
           IF WS-MNT-REV-REFUSAL(WS-MAINT-SEQ) = SPACE
               AND WS-MNT-REV-POST-REF(WS-MAINT-SEQ) = SPACES
               MOVE "N" TO WS-MNT-REV-REFUSAL(WS-MAINT-SEQ)
           END-IF
           IF WS-MNT-REV-REFUSAL(WS-MAINT-SEQ) = SPACE
               IF NOT ((WS-MNT-REV-TYPE(WS-MAINT-SEQ) = "2"
                           AND WS-MNT-REV-LEG-COUNT(WS-MAINT-SEQ) = 2)
                       OR (WS-MNT-REV-TYPE(WS-MAINT-SEQ) = "3"
                           AND WS-MNT-REV-LEG-COUNT(WS-MAINT-SEQ) = 3)
                       OR (WS-MNT-REV-TYPE(WS-MAINT-SEQ) = "4"
                           AND WS-MNT-REV-LEG-COUNT(WS-MAINT-SEQ) = 1))
                   MOVE "I" TO WS-MNT-REV-REFUSAL(WS-MAINT-SEQ)
               END-IF
           END-IF
           IF WS-MNT-REV-REFUSAL(WS-MAINT-SEQ) = SPACE
               PERFORM VARYING WS-REV-LEG FROM 1 BY 1
                       UNTIL WS-REV-LEG
                           > WS-MNT-REV-LEG-COUNT(WS-MAINT-SEQ)
                   EVALUATE TRUE
                       WHEN WS-MNT-REV-STATE(WS-MAINT-SEQ, WS-REV-LEG)
                               = "V"
                           MOVE "R"
                               TO WS-MNT-REV-REFUSAL(WS-MAINT-SEQ)
                       WHEN WS-MNT-REV-REFUSAL(WS-MAINT-SEQ) = "R"
                           CONTINUE
                       WHEN WS-MNT-REV-STATE(WS-MAINT-SEQ, WS-REV-LEG)
                               = SPACE
                           MOVE "I"
                               TO WS-MNT-REV-REFUSAL(WS-MAINT-SEQ)
                       WHEN WS-MNT-REV-STATE(WS-MAINT-SEQ, WS-REV-LEG)
                               = "L"
                           MOVE "L"
                               TO WS-MNT-REV-REFUSAL(WS-MAINT-SEQ)
                   END-EVALUATE
               END-PERFORM
           END-IF
           IF WS-MNT-REV-REFUSAL(WS-MAINT-SEQ) = SPACE
               MOVE ZERO TO WS-REV-IN-COUNT
               PERFORM VARYING WS-REV-LEG FROM 1 BY 1
                       UNTIL WS-REV-LEG
                           > WS-MNT-REV-LEG-COUNT(WS-MAINT-SEQ)
                   MOVE WS-MNT-REV-BUCKET-ID(WS-MAINT-SEQ, WS-REV-LEG)
                       TO WS-TEST-BUCKET-ID
                   PERFORM 1200-TEST-PARTITION-BUCKET
                   IF WS-PART-BKT-OK = "Y"
                       ADD 1 TO WS-REV-IN-COUNT
                   END-IF
               END-PERFORM
               IF WS-REV-IN-COUNT = ZERO
                   MOVE "O" TO WS-MNT-RESULT(WS-MAINT-SEQ)
               ELSE
                   IF WS-REV-IN-COUNT
                           < WS-MNT-REV-LEG-COUNT(WS-MAINT-SEQ)
                       MOVE "P" TO WS-MNT-REV-REFUSAL(WS-MAINT-SEQ)
                   END-IF
               END-IF
           END-IF
           IF WS-MNT-REV-REFUSAL(WS-MAINT-SEQ) = SPACE
               AND WS-MNT-RESULT(WS-MAINT-SEQ) = "N"
               PERFORM VARYING WS-REV-SCAN FROM 1 BY 1
                       UNTIL WS-REV-SCAN >= WS-MAINT-SEQ
                   IF WS-MNT-RESULT(WS-REV-SCAN) = "Y"
                       AND WS-MNT-REV-POST-REF(WS-REV-SCAN)
                           = WS-MNT-REV-POST-REF(WS-MAINT-SEQ)
                       MOVE "D" TO WS-MNT-REV-REFUSAL(WS-MAINT-SEQ)
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MNT-REV-REFUSAL(WS-MAINT-SEQ) = SPACE
               AND WS-MNT-RESULT(WS-MAINT-SEQ) = "N"
               PERFORM VARYING WS-REV-LEG FROM 1 BY 1
                       UNTIL WS-REV-LEG
                           > WS-MNT-REV-LEG-COUNT(WS-MAINT-SEQ)
                   PERFORM 2092-FIND-LOADED-REF
                   IF WS-REV-OPEN-FOUND = "Y"
                       MOVE "A" TO WS-MNT-REV-REFUSAL(WS-MAINT-SEQ)
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MNT-REV-REFUSAL(WS-MAINT-SEQ) = SPACE
               AND WS-MNT-RESULT(WS-MAINT-SEQ) = "N"
               AND WS-NUMS-COUNT + WS-MNT-REV-LEG-COUNT(WS-MAINT-SEQ)
                   > WS-NUMS-MAX-ENTRIES
               MOVE "F" TO WS-MNT-REV-REFUSAL(WS-MAINT-SEQ)
           END-IF
           IF WS-MNT-REV-REFUSAL(WS-MAINT-SEQ) NOT = SPACE
               MOVE "F" TO WS-MNT-RESULT(WS-MAINT-SEQ)
               ADD 1 TO WS-MAINT-REV-REFUSED-COUNT
           ELSE
               IF WS-MNT-RESULT(WS-MAINT-SEQ) = "N"
                   COMPUTE WS-MNT-REV-FIRST-INDEX(WS-MAINT-SEQ) =
                       WS-NUMS-COUNT + 1
                   MOVE WS-MNT-REV-FIRST-INDEX(WS-MAINT-SEQ)
                       TO WS-MNT-ITEM-INDEX(WS-MAINT-SEQ)
                   PERFORM VARYING WS-REV-LEG FROM 1 BY 1
                           UNTIL WS-REV-LEG
                               > WS-MNT-REV-LEG-COUNT(WS-MAINT-SEQ)
                       PERFORM 2094-LOAD-REVERSED-LEG
                   END-PERFORM
                   MOVE "Y" TO WS-MNT-RESULT(WS-MAINT-SEQ)
                   ADD 1 TO WS-MAINT-REVERSED-COUNT
               END-IF
           END-IF.

       2092-FIND-LOADED-REF.
      *    WS-REV-OPEN-FOUND "Y" when the card's leg WS-REV-LEG is
      *    already in the population - carried in, reinstated, or
      *    returned by an earlier card - so is not posted at all.
           MOVE "N" TO WS-REV-OPEN-FOUND
           MOVE WS-MNT-REV-REF(WS-MAINT-SEQ, WS-REV-LEG) TO WS-REF-WORK
           PERFORM 2058-HASH-REF-NO
           MOVE WS-REF-HASH-HEAD(WS-REF-BUCKET) TO WS-REF-WALK
           PERFORM UNTIL WS-REF-WALK = -1
                   OR WS-REV-OPEN-FOUND = "Y"
               IF WS-TR-REF-NO(WS-REF-WALK)
                       = WS-MNT-REV-REF(WS-MAINT-SEQ, WS-REV-LEG)
                   MOVE "Y" TO WS-REV-OPEN-FOUND
               ELSE
                   MOVE WS-REF-CHAIN-NEXT(WS-REF-WALK)
                       TO WS-REF-WALK
               END-IF
           END-PERFORM.

       2094-LOAD-REVERSED-LEG.
      *    The leg comes back exactly as it was posted, under the
      *    posting reference that keeps it apart from its old
      *    partners.  Like reinstated legs, it sits outside
      *    TRANSIN's trailer and the 2100-BALANCE-INPUT counts.
           ADD 1 TO WS-NUMS-COUNT
           MOVE WS-MNT-REV-AMOUNT(WS-MAINT-SEQ, WS-REV-LEG)
               TO WS-NUMS(WS-NUMS-COUNT)
           MOVE WS-MNT-REV-REF(WS-MAINT-SEQ, WS-REV-LEG)
               TO WS-TR-REF-NO(WS-NUMS-COUNT)
           MOVE WS-MNT-REV-ACCOUNT(WS-MAINT-SEQ, WS-REV-LEG)
               TO WS-TR-ACCOUNT(WS-NUMS-COUNT)
           MOVE WS-MNT-REV-VALUE-DATE(WS-MAINT-SEQ, WS-REV-LEG)
               TO WS-TR-VALUE-DATE(WS-NUMS-COUNT)
           MOVE WS-MNT-REV-BUCKET-ID(WS-MAINT-SEQ, WS-REV-LEG)
               TO WS-TR-BUCKET-ID(WS-NUMS-COUNT)
           MOVE WS-MNT-REV-CURRENCY(WS-MAINT-SEQ, WS-REV-LEG)
               TO WS-TR-CURRENCY(WS-NUMS-COUNT)
           MOVE WS-MNT-REV-ORIG-DATE(WS-MAINT-SEQ, WS-REV-LEG)
               TO WS-TR-ORIG-DATE(WS-NUMS-COUNT)
           MOVE "N" TO WS-MAINT-FLAG(WS-NUMS-COUNT)
           MOVE "N" TO WS-REINST-FLAG(WS-NUMS-COUNT)
           MOVE WS-MNT-REV-POST-REF(WS-MAINT-SEQ)
               TO WS-REV-GROUP(WS-NUMS-COUNT)
           PERFORM 2065-INSERT-REF-LOOKUP.

       2010-LOAD-CARRYFORWARD.
      *    Reloads the prior run's still-unmatched items (TSCARRYO,
      *    made this run's TSCARRYI by the scheduler) into the front
      *    of the day's table.  No file at all is the normal case for
      *    a first run or a day with no prior breaks.  Carried items
      *    are outside TRANSIN's trailer, so they are deliberately
      *    kept out of the 2100-BALANCE-INPUT counts.
           OPEN INPUT CARRYIN-FILE
           IF WS-CARRYIN-OK
               MOVE "Y" TO WS-CARRYIN-PRESENT
           END-IF
           IF WS-CARRYIN-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM UNTIL WS-CARRYIN-EOF
                   READ CARRYIN-FILE INTO CARRY-RECORD
                       AT END
                           SET WS-CARRYIN-EOF TO TRUE
                       NOT AT END
                           IF CF-TRAILER-REC
                               MOVE "Y" TO WS-CARRYIN-TRAILER-FOUND
                               MOVE CF-TRL-REC-COUNT
                                   TO WS-CARRYIN-TRL-COUNT
                               MOVE CF-TRL-HASH-TOTAL
                                   TO WS-CARRYIN-TRL-HASH
                           ELSE
                               PERFORM 2015-LOAD-ONE-CARRIED-ITEM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CARRYIN-FILE
           IF WS-CARRYIN-PRESENT = "Y"
               PERFORM 2030-BALANCE-CARRYIN
           END-IF.

       2015-LOAD-ONE-CARRIED-ITEM.
      *    One carry-in detail record: counted and hash-totalled
      *    first, whatever becomes of it - the trailer describes the
      *    file - then loaded unless it belongs to another
      *    partition or the table is full.
                   MOVE "N" TO WS-MAINT-FLAG(WS-NUMS-COUNT)
               END-IF
               MOVE "N" TO WS-REINST-FLAG(WS-NUMS-COUNT)
               MOVE CF-REVERSAL-REF TO WS-REV-GROUP(WS-NUMS-COUNT)
               PERFORM 2065-INSERT-REF-LOOKUP
           ELSE
               ADD 1 TO WS-NUMS-TRUNCATED-COUNT
                   TO WS-TR-ORIG-DATE(WS-NUMS-COUNT)
               MOVE "N" TO WS-MAINT-FLAG(WS-NUMS-COUNT)
               MOVE "Y" TO WS-REINST-FLAG(WS-NUMS-COUNT)
               MOVE SPACES TO WS-REV-GROUP(WS-NUMS-COUNT)
               PERFORM 2065-INSERT-REF-LOOKUP
           ELSE
               ADD 1 TO WS-NUMS-TRUNCATED-COUNT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       2180-CHECK-LEDGER-INPUTS.
      *    Both files handed over from the previous business date
      *    have been loaded and proved against their own trailers;
      *    now they must also be the files the ledger says were
      *    written - not an older generation, or another day's.  A
      *    missing file reads as zero items.  Passing this, a live
      *    run records on the ledger that it has started.
           IF WS-LDG-CARRY-FOUND = "Y"
               IF WS-CARRYIN-READ-COUNT NOT = WS-LDG-CARRY-COUNT
                   OR WS-CARRYIN-HASH-TOTAL NOT = WS-LDG-CARRY-HASH
                   MOVE WS-CARRYIN-READ-COUNT TO WS-LDG-EDIT-COUNT
                   MOVE WS-CARRYIN-HASH-TOTAL TO WS-LDG-EDIT-HASH
                   MOVE WS-LDG-CARRY-COUNT TO WS-LDG-EDIT-COUNT2
                   MOVE WS-LDG-CARRY-HASH TO WS-LDG-EDIT-HASH2
                   DISPLAY "TWOSUM: TSCARRYI READ    "
                           WS-LDG-EDIT-COUNT " ITEM(S), HASH "
                           WS-LDG-EDIT-HASH
                   DISPLAY "TWOSUM: LEDGER TSCARRYO  "
                           WS-LDG-EDIT-COUNT2 " ITEM(S), HASH "
                           WS-LDG-EDIT-HASH2
                   MOVE SPACES TO WS-LDG-MESSAGE
                   STRING "TSCARRYI DOES NOT MATCH THE TSCARRYO "
                           DELIMITED BY SIZE
                           WS-LDG-PREV-STEP DELIMITED BY SPACE
                           " WROTE FOR " WS-LDG-PREV-DATE
                           " (RUN " WS-LDG-PREV-RUN-NO ")"
                           DELIMITED BY SIZE INTO WS-LDG-MESSAGE
                   PERFORM 1890-REFUSE-RUN
               END-IF
           END-IF
           IF WS-LDG-REINST-FOUND = "Y"
               IF WS-REINSTIN-READ-COUNT NOT = WS-LDG-REINST-COUNT
                   OR WS-REINSTIN-HASH-TOTAL
                       NOT = WS-LDG-REINST-HASH
                   MOVE WS-REINSTIN-READ-COUNT TO WS-LDG-EDIT-COUNT
                   MOVE WS-REINSTIN-HASH-TOTAL TO WS-LDG-EDIT-HASH
                   MOVE WS-LDG-REINST-COUNT TO WS-LDG-EDIT-COUNT2
                   MOVE WS-LDG-REINST-HASH TO WS-LDG-EDIT-HASH2
                   DISPLAY "TWOSUM: TSREINST READ    "
                           WS-LDG-EDIT-COUNT " LEG(S), HASH "
                           WS-LDG-EDIT-HASH
                   DISPLAY "TWOSUM: LEDGER TSREINST  "
                           WS-LDG-EDIT-COUNT2 " LEG(S), HASH "
                           WS-LDG-EDIT-HASH2
                   MOVE SPACES TO WS-LDG-MESSAGE
                   STRING "TSREINST DOES NOT MATCH THE TSREINST "
                           "GLRECON WROTE FOR " WS-LDG-RCN-DATE
                           " (RUN " WS-LDG-RCN-RUN-NO ")"
                           DELIMITED BY SIZE INTO WS-LDG-MESSAGE
                   PERFORM 1890-REFUSE-RUN
               END-IF
           END-IF
           IF NOT WS-SIMULATION-MODE
               PERFORM 4900-WRITE-LEDGER-START
           END-IF.

       2200-APPLY-MAINTENANCE.
      *    Applies the investigators' cards to the loaded population
      *    before any automatic pass runs, so a manually-resolved
      *    are open.  A restarted run re-applies the flags (they are
      *    not checkpointed) but skips the output, which the dead
      *    run already wrote before its first checkpoint.
      *    Cards still waiting for a second operator are aged
      *    first, so an approval never revives a lapsed card; 'A'
      *    and 'D' cards then decide waiting cards in card order
      *    alongside the day's own cards.  Reversal cards were
      *    settled during the load, when their legs came back
      *    (2085-LOAD-REVERSED-CLEARINGS).
           PERFORM 2210-AGE-PENDING-CARDS
           PERFORM VARYING WS-MAINT-SEQ FROM 1 BY 1
                   UNTIL WS-MAINT-SEQ > WS-MAINT-COUNT
               EVALUATE WS-MNT-ACTION(WS-MAINT-SEQ)
                   WHEN "A"
                   WHEN "D"
                       PERFORM 2280-APPLY-APPROVAL-CARD
                   WHEN "V"
                       CONTINUE
                   WHEN OTHER
                       PERFORM 2250-APPLY-ONE-CARD
               END-EVALUATE
           END-PERFORM.

       2210-AGE-PENDING-CARDS.
           PERFORM VARYING WS-PND-SEQ FROM 1 BY 1
                   UNTIL WS-PND-SEQ > WS-PND-COUNT
               IF WS-PND-STATUS(WS-PND-SEQ) = "P"
                   PERFORM 2215-AGE-ONE-PENDING
               END-IF
           END-PERFORM.

       2215-AGE-ONE-PENDING.
      *    A waiting card expires when nobody has decided it within
      *    WS-PEND-EXPIRY-DAYS of the business date it was keyed,
      *    or when its item is no longer open (matched, written off
      *    or manually cleared since) - an approval then would have
      *    nothing to act on.  An unusable keyed date counts as
      *    keyed today rather than expiring the card unseen.
           IF WS-PND-KEYED-DATE(WS-PND-SEQ) IS NUMERIC
                   AND WS-PND-KEYED-DATE(WS-PND-SEQ) > 16010101
               COMPUTE WS-PND-WAIT-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE
                       (WS-PND-KEYED-DATE(WS-PND-SEQ))
           ELSE
               MOVE ZERO TO WS-PND-WAIT-DAYS
           END-IF
           MOVE WS-PND-REF-NO(WS-PND-SEQ) TO WS-FIND-REF-NO
           PERFORM 2290-FIND-OPEN-ITEM
           EVALUATE TRUE
               WHEN WS-FIND-INDEX = ZERO
                   MOVE "E" TO WS-PND-STATUS(WS-PND-SEQ)
                   MOVE "G" TO WS-PND-EXPIRY(WS-PND-SEQ)
                   ADD 1 TO WS-MAINT-EXPIRED-COUNT
               WHEN WS-PND-WAIT-DAYS > WS-PEND-EXPIRY-DAYS
                   MOVE "E" TO WS-PND-STATUS(WS-PND-SEQ)
                   MOVE "T" TO WS-PND-EXPIRY(WS-PND-SEQ)
                   MOVE WS-FIND-INDEX TO WS-PND-ITEM-INDEX(WS-PND-SEQ)
                   ADD 1 TO WS-MAINT-EXPIRED-COUNT
               WHEN OTHER
                   MOVE WS-FIND-INDEX TO WS-PND-ITEM-INDEX(WS-PND-SEQ)
           END-EVALUATE.

       2250-APPLY-ONE-CARD.
      *    Finds the card's item by reference number - the first
      *    open index, meaning one not already resolved by an
      *    'W' clear it (it leaves suspense and never reaches the
      *    carryforward), 'H' holds it (excluded from matching,
      *    still carried and aged), 'R' returns a held item to the
      *    matching population.  'M' and 'W' are subject to dual
      *    control (2260-RESOLVE-WITH-AUTHORITY): beyond the keying
      *    operator's own authority the card is parked for a second
      *    operator's approval and the item stays open.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NUMS-COUNT
                       OR WS-MNT-RESULT(WS-MAINT-SEQ) NOT = "N"
                       TO WS-MNT-ITEM-INDEX(WS-MAINT-SEQ)
                   EVALUATE WS-MNT-ACTION(WS-MAINT-SEQ)
                       WHEN "M"
                       WHEN "W"
                           PERFORM 2260-RESOLVE-WITH-AUTHORITY
                       WHEN "H"
                           MOVE "H" TO WS-MAINT-FLAG(WS-INDEX)
                           MOVE "H" TO WS-MNT-RESULT(WS-MAINT-SEQ)
               ADD 1 TO WS-MAINT-NOTFND-COUNT
           END-IF.

       2260-RESOLVE-WITH-AUTHORITY.
      *    Applies an 'M' or 'W' card to index WS-INDEX when the
      *    item's amount, currency and (for 'W') GL account are
      *    within the keying operator's own authority; otherwise
      *    parks it for approval.
           MOVE WS-MNT-OPERATOR(WS-MAINT-SEQ) TO WS-AUTH-OPERATOR
           MOVE WS-MNT-ACTION(WS-MAINT-SEQ) TO WS-AUTH-ACTION
           MOVE WS-TR-CURRENCY(WS-INDEX) TO WS-AUTH-CURRENCY
           MOVE WS-MNT-GL-ACCOUNT(WS-MAINT-SEQ) TO WS-AUTH-GL-ACCOUNT
           MOVE WS-NUMS(WS-INDEX) TO WS-AUTH-AMOUNT
           PERFORM 2270-CHECK-AUTHORITY
           IF WS-AUTH-OK
               IF WS-MNT-ACTION(WS-MAINT-SEQ) = "M"
                   MOVE "M" TO WS-MAINT-FLAG(WS-INDEX)
                   MOVE "Y" TO WS-CLEARED-FLAG(WS-INDEX)
                   MOVE "M" TO WS-MNT-RESULT(WS-MAINT-SEQ)
                   ADD 1 TO WS-MAINT-MANUAL-COUNT
               ELSE
                   MOVE "W" TO WS-MAINT-FLAG(WS-INDEX)
                   MOVE "Y" TO WS-CLEARED-FLAG(WS-INDEX)
                   MOVE "W" TO WS-MNT-RESULT(WS-MAINT-SEQ)
                   ADD 1 TO WS-MAINT-WRITEOFF-COUNT
               END-IF
           ELSE
               PERFORM 2275-PARK-PENDING-CARD
           END-IF.

       2270-CHECK-AUTHORITY.
      *    Sets WS-AUTH-RESULT for WS-AUTH-OPERATOR acting alone on
      *    WS-AUTH-AMOUNT (tested as an absolute amount - a credit
      *    is as much exposure as a debit) in WS-AUTH-CURRENCY.
      *    The first limit record for the operator and currency
      *    decides; a write-off within the limit must also name a
      *    GL account on the operator's list.
           MOVE "N" TO WS-AUTH-RESULT
           IF WS-AUTH-AMOUNT < ZERO
               COMPUTE WS-AUTH-AMOUNT = ZERO - WS-AUTH-AMOUNT
           END-IF
           PERFORM VARYING WS-OAL-SCAN FROM 1 BY 1
                   UNTIL WS-OAL-SCAN > WS-OAL-COUNT
                       OR NOT WS-AUTH-NONE
               IF WS-OAL-OPERATOR(WS-OAL-SCAN) = WS-AUTH-OPERATOR
                   AND WS-OAL-CURRENCY(WS-OAL-SCAN)
                       = WS-AUTH-CURRENCY
                   MOVE "L" TO WS-AUTH-RESULT
                   IF WS-AUTH-ACTION = "W"
                       IF WS-AUTH-AMOUNT
                               <= WS-OAL-WRITEOFF-LIMIT(WS-OAL-SCAN)
                           MOVE SPACE TO WS-AUTH-RESULT
                       END-IF
                   ELSE
                       IF WS-AUTH-AMOUNT
                               <= WS-OAL-MANUAL-LIMIT(WS-OAL-SCAN)
                           MOVE SPACE TO WS-AUTH-RESULT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-AUTH-OK
               AND WS-AUTH-ACTION = "W"
               MOVE "G" TO WS-AUTH-RESULT
               PERFORM VARYING WS-OAG-SCAN FROM 1 BY 1
                       UNTIL WS-OAG-SCAN > WS-OAG-COUNT
                           OR WS-AUTH-OK
                   IF WS-OAG-OPERATOR(WS-OAG-SCAN) = WS-AUTH-OPERATOR
                       AND WS-OAG-GL-ACCOUNT(WS-OAG-SCAN)
                           = WS-AUTH-GL-ACCOUNT
                       MOVE SPACE TO WS-AUTH-RESULT
                   END-IF
               END-PERFORM
           END-IF.

       2275-PARK-PENDING-CARD.
      *    Freezes the card and its item's identity as keyed today
      *    onto the pending table, for TSPENDO and the TSRPT pending
      *    section.  The item itself is untouched: it stays in the
      *    matching population, and if a pass clears it first the
      *    card simply expires.
           MOVE SPACES TO PENDING-RECORD
           MOVE WS-MNT-ACTION(WS-MAINT-SEQ) TO PD-ACTION
           MOVE WS-MNT-REF-NO(WS-MAINT-SEQ) TO PD-REF-NO
           MOVE WS-TR-ACCOUNT(WS-INDEX) TO PD-ACCOUNT
           MOVE WS-MNT-OPERATOR(WS-MAINT-SEQ) TO PD-OPERATOR
           MOVE WS-MNT-GL-ACCOUNT(WS-MAINT-SEQ) TO PD-GL-ACCOUNT
           MOVE WS-MNT-REASON(WS-MAINT-SEQ) TO PD-REASON
           MOVE WS-NUMS(WS-INDEX) TO PD-AMOUNT
           MOVE WS-TR-CURRENCY(WS-INDEX) TO PD-CURRENCY
           MOVE WS-TR-BUCKET-ID(WS-INDEX) TO PD-BUCKET-ID
           MOVE WS-CURRENT-DATE-NUM TO PD-KEYED-DATE
           MOVE WS-AUTH-RESULT TO PD-PEND-REASON
           PERFORM 1760-STORE-PENDING-CARD
           MOVE "N" TO WS-PND-STATUS(WS-PND-COUNT)
           MOVE WS-INDEX TO WS-PND-ITEM-INDEX(WS-PND-COUNT)
           MOVE WS-PND-COUNT TO WS-MNT-PEND-INDEX(WS-MAINT-SEQ)
           MOVE "P" TO WS-MNT-RESULT(WS-MAINT-SEQ)
           ADD 1 TO WS-MAINT-PENDED-COUNT.

       2280-APPLY-APPROVAL-CARD.
      *    An 'A' or 'D' card decides the first card still waiting
      *    for its reference from an earlier run ('P').  Dual
      *    control needs a later run and a different operator: a
      *    card parked only today, or an approver who keyed the
      *    card, is refused and the card keeps waiting.  WS-PND-
      *    OTHER-FOUND remembers a same-reference card in any other
      *    state, so a refusal can say why nothing was waiting.
           MOVE ZERO TO WS-PND-FOUND
           MOVE ZERO TO WS-PND-OTHER-FOUND
           PERFORM VARYING WS-PND-SEQ FROM 1 BY 1
                   UNTIL WS-PND-SEQ > WS-PND-COUNT
                       OR WS-PND-FOUND > ZERO
               IF WS-PND-REF-NO(WS-PND-SEQ)
                       = WS-MNT-REF-NO(WS-MAINT-SEQ)
                   IF WS-PND-STATUS(WS-PND-SEQ) = "P"
                       MOVE WS-PND-SEQ TO WS-PND-FOUND
                   ELSE
                       IF WS-PND-OTHER-FOUND = ZERO
                           MOVE WS-PND-SEQ TO WS-PND-OTHER-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PND-FOUND = ZERO
               MOVE "Q" TO WS-MNT-RESULT(WS-MAINT-SEQ)
               IF WS-PND-OTHER-FOUND > ZERO
                   MOVE WS-PND-OTHER-FOUND
                       TO WS-MNT-PEND-INDEX(WS-MAINT-SEQ)
                   EVALUATE WS-PND-STATUS(WS-PND-OTHER-FOUND)
                       WHEN "N"
                           MOVE "T" TO WS-MNT-RESULT(WS-MAINT-SEQ)
                       WHEN "E"
                           MOVE "E" TO WS-MNT-RESULT(WS-MAINT-SEQ)
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-MAINT-REFUSED-COUNT
           ELSE
               MOVE WS-PND-FOUND TO WS-MNT-PEND-INDEX(WS-MAINT-SEQ)
               IF WS-MNT-OPERATOR(WS-MAINT-SEQ)
                       = WS-PND-OPERATOR(WS-PND-FOUND)
                   MOVE "S" TO WS-MNT-RESULT(WS-MAINT-SEQ)
                   ADD 1 TO WS-MAINT-REFUSED-COUNT
               ELSE
                   PERFORM 2285-DECIDE-PENDING-CARD
               END-IF
           END-IF.

       2285-DECIDE-PENDING-CARD.
      *    The approver's own authority must cover the card exactly
      *    as the keying operator's would have had to.  A decline
      *    needs only that the operator holds some authority in the
      *    card's currency.  An approved card is applied to the
      *    first open index for its reference; if none is left the
      *    card expires instead.
           MOVE WS-MNT-OPERATOR(WS-MAINT-SEQ) TO WS-AUTH-OPERATOR
           MOVE WS-PND-ACTION(WS-PND-FOUND) TO WS-AUTH-ACTION
           MOVE WS-PND-CURRENCY(WS-PND-FOUND) TO WS-AUTH-CURRENCY
           MOVE WS-PND-GL-ACCOUNT(WS-PND-FOUND) TO WS-AUTH-GL-ACCOUNT
           MOVE WS-PND-AMOUNT(WS-PND-FOUND) TO WS-AUTH-AMOUNT
           PERFORM 2270-CHECK-AUTHORITY
           IF WS-MNT-ACTION(WS-MAINT-SEQ) = "D"
               IF WS-AUTH-NONE
                   MOVE "V" TO WS-MNT-RESULT(WS-MAINT-SEQ)
                   ADD 1 TO WS-MAINT-REFUSED-COUNT
               ELSE
                   MOVE "D" TO WS-PND-STATUS(WS-PND-FOUND)
                   MOVE WS-MNT-OPERATOR(WS-MAINT-SEQ)
                       TO WS-PND-DECIDED-BY(WS-PND-FOUND)
                   MOVE WS-MNT-REASON(WS-MAINT-SEQ)
                       TO WS-PND-DEC-REASON(WS-PND-FOUND)
                   MOVE "D" TO WS-MNT-RESULT(WS-MAINT-SEQ)
                   ADD 1 TO WS-MAINT-DECLINED-COUNT
               END-IF
           ELSE
               IF NOT WS-AUTH-OK
                   MOVE "V" TO WS-MNT-RESULT(WS-MAINT-SEQ)
                   ADD 1 TO WS-MAINT-REFUSED-COUNT
               ELSE
                   MOVE WS-PND-REF-NO(WS-PND-FOUND) TO WS-FIND-REF-NO
                   PERFORM 2290-FIND-OPEN-ITEM
                   MOVE WS-MNT-OPERATOR(WS-MAINT-SEQ)
                       TO WS-PND-DECIDED-BY(WS-PND-FOUND)
                   MOVE WS-MNT-REASON(WS-MAINT-SEQ)
                       TO WS-PND-DEC-REASON(WS-PND-FOUND)
                   IF WS-FIND-INDEX = ZERO
                       MOVE "E" TO WS-PND-STATUS(WS-PND-FOUND)
                       MOVE "G" TO WS-PND-EXPIRY(WS-PND-FOUND)
                       MOVE "E" TO WS-MNT-RESULT(WS-MAINT-SEQ)
                       ADD 1 TO WS-MAINT-EXPIRED-COUNT
                       ADD 1 TO WS-MAINT-REFUSED-COUNT
                   ELSE
                       MOVE WS-FIND-INDEX
                           TO WS-PND-ITEM-INDEX(WS-PND-FOUND)
                       MOVE WS-FIND-INDEX
                           TO WS-MNT-ITEM-INDEX(WS-MAINT-SEQ)
                       MOVE WS-PND-ACTION(WS-PND-FOUND)
                           TO WS-MAINT-FLAG(WS-FIND-INDEX)
                       MOVE "Y" TO WS-CLEARED-FLAG(WS-FIND-INDEX)
                       MOVE "A" TO WS-PND-STATUS(WS-PND-FOUND)
                       MOVE "A" TO WS-MNT-RESULT(WS-MAINT-SEQ)
                       ADD 1 TO WS-MAINT-APPROVED-COUNT
                       IF WS-PND-ACTION(WS-PND-FOUND) = "M"
                           ADD 1 TO WS-MAINT-MANUAL-COUNT
                       ELSE
                           ADD 1 TO WS-MAINT-WRITEOFF-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2290-FIND-OPEN-ITEM.
      *    Same test as 2250-APPLY-ONE-CARD: the first index for
      *    the reference not already resolved by a card this run.
           MOVE ZERO TO WS-FIND-INDEX
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NUMS-COUNT
                       OR WS-FIND-INDEX > ZERO
               IF WS-TR-REF-NO(WS-INDEX) = WS-FIND-REF-NO
                   AND (WS-MAINT-FLAG(WS-INDEX) = "N"
                       OR WS-MAINT-FLAG(WS-INDEX) = "H")
                   MOVE WS-INDEX TO WS-FIND-INDEX
               END-IF
           END-PERFORM.

       2300-BUILD-MATCH-KEYS.
      *    Works out once, for the whole run, the keys the keyed
      *    pass pairs on and whether each item's bucket allows
      *    amount-only matching.  A bucket not on the master (a
      *    carried item whose bucket has since gone) cuts the stem
      *    at the first '-' or '/' and keeps amount-only matching
      *    on.  An unusable value date leaves a zero day number.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NUMS-COUNT
               MOVE WS-TR-BUCKET-ID(WS-INDEX) TO WS-TEST-BUCKET-ID
               MOVE SPACES TO WS-TEST-CURRENCY
               PERFORM 1450-CHECK-BUCKET-MASTER
               MOVE "Y" TO WS-AMTONLY-FLAG(WS-INDEX)
               MOVE ZERO TO WS-STEM-LEN
               IF WS-BM-FOUND > 0
                   IF WS-BM-AMOUNT-ONLY(WS-BM-FOUND) = "N"
                       MOVE "N" TO WS-AMTONLY-FLAG(WS-INDEX)
                   END-IF
                   MOVE WS-BM-REF-STEM-LEN(WS-BM-FOUND) TO WS-STEM-LEN
               END-IF
               IF WS-STEM-LEN > 12
                   MOVE 12 TO WS-STEM-LEN
               END-IF
               MOVE SPACES TO WS-TR-REF-STEM(WS-INDEX)
               IF WS-STEM-LEN > 0
                   MOVE WS-TR-REF-NO(WS-INDEX)(1:WS-STEM-LEN)
                       TO WS-TR-REF-STEM(WS-INDEX)
               ELSE
                   UNSTRING WS-TR-REF-NO(WS-INDEX)
                       DELIMITED BY "-" OR "/"
                       INTO WS-TR-REF-STEM(WS-INDEX)
                   END-UNSTRING
               END-IF
               IF WS-TR-VALUE-DATE(WS-INDEX) IS NUMERIC
                       AND WS-TR-VALUE-DATE(WS-INDEX) > 16010101
                   COMPUTE WS-TR-VD-DAYS(WS-INDEX) =
                       FUNCTION INTEGER-OF-DATE
                           (WS-TR-VALUE-DATE(WS-INDEX))
               ELSE
                   MOVE ZERO TO WS-TR-VD-DAYS(WS-INDEX)
               END-IF
               MOVE "N" TO WS-KEYED-FLAG(WS-INDEX)
           END-PERFORM.

       2500-VALIDATE-TRANSACTIONS.
      *    Screen every Nums entry before it is allowed into the
      *    matching loop.  The business amount domain is signed
                                       TO WS-MATCH-IDX1(WS-MATCH-COUNT)
                                   MOVE RS-MATCH-IDX2
                                       TO WS-MATCH-IDX2(WS-MATCH-COUNT)
                                   MOVE RS-MATCH-RULE
                                       TO WS-MATCH-RULE(WS-MATCH-COUNT)
                                   IF RS-MATCH-RULE = "A" OR "R"
                                       MOVE "Y" TO WS-KEYED-FLAG
                                           (RS-MATCH-IDX1)
                                       MOVE "Y" TO WS-KEYED-FLAG
                                           (RS-MATCH-IDX2)
                                   END-IF
                                   MOVE "Y" TO WS-FOUND
                               WHEN "A"
                                   MOVE "Y" TO WS-ALLOC-FLAG
      *    Start a fresh target's pass: the lookup table is rebuilt for
      *    every target because Complement (and so which amounts are
      *    in range) depends on Target, even though the amounts
      *    themselves do not change between targets.  So are the
      *    keyed pass's leg marks: they belong to one target.
           PERFORM 1050-CLEAR-LOOKUP-TABLE
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NUMS-COUNT
               MOVE "N" TO WS-KEYED-FLAG(WS-INDEX)
           END-PERFORM
           MOVE 1 TO WS-RESUME-INDEX.

       2900-MATCH-KEYED-PAIRS.
      *    Keyed first pass for this target: the same hash walk as
      *    3000-MATCH-TRANSACTIONS, but a candidate pair is only
      *    cleared here when, on top of the card's sign, currency
      *    and bucket rules, its legs share a non-blank TR-ACCOUNT
      *    (rule 'A') or failing that a non-blank reference stem
      *    (rule 'R'), and their value dates are no more than the
      *    card's window apart.  Each leg is taken at most once -
      *    an index that finds its partner stops walking and is
      *    never chained in for a later one - and the pair's legs
      *    are marked so the amount-only pass leaves them alone.
      *    Under one-time clearance a leg already spent by an
      *    earlier target is not offered here at all; the amount-
      *    only pass still lists any pair it would have made on
      *    the allocation-reject section.  Nothing here is
      *    checkpointed: the pass runs whole before the first
      *    checkpoint, and a restart inside the amount-only pass
      *    carries its clearings on the 'M' records.  The lookup
      *    table (only) is emptied again for the amount-only pass,
      *    which logs its own amount collisions.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NUMS-COUNT
               IF WS-VALID-FLAG(WS-INDEX) = "Y"
                   AND WS-MAINT-FLAG(WS-INDEX) = "N"
                   AND (NOT WS-ALLOC-ONE-TIME
                       OR WS-ALLOC-FLAG(WS-INDEX) = "N")
                   COMPUTE WS-COMPLEMENT =
                       WS-TARGET - WS-NUMS(WS-INDEX)
                   COMPUTE WS-HASH-KEY = WS-COMPLEMENT * 100
                   COMPUTE WS-BUCKET =
                       FUNCTION MOD(WS-HASH-KEY, WS-HASH-SIZE) + 1
                   MOVE WS-HASH-HEAD(WS-BUCKET) TO WS-CHAIN-WALK-INDEX
                   PERFORM UNTIL WS-CHAIN-WALK-INDEX = -1
                           OR WS-KEYED-FLAG(WS-INDEX) = "Y"
                       IF WS-NUMS(WS-CHAIN-WALK-INDEX) = WS-COMPLEMENT
                           AND WS-KEYED-FLAG(WS-CHAIN-WALK-INDEX)
                               = "N"
                           MOVE WS-CHAIN-WALK-INDEX
                               TO WS-MATCH-OTHER-INDEX
                           PERFORM 2910-TEST-KEYED-PAIR
                           IF WS-KEYED-RULE NOT = SPACE
                               MOVE WS-KEYED-RULE TO WS-CUR-MATCH-RULE
                               PERFORM 3100-ADD-MATCH
                               MOVE "Y" TO WS-KEYED-FLAG(WS-INDEX)
                               MOVE "Y" TO WS-KEYED-FLAG
                                               (WS-MATCH-OTHER-INDEX)
                           END-IF
                       END-IF
                       MOVE WS-CHAIN-NEXT(WS-CHAIN-WALK-INDEX)
                           TO WS-CHAIN-WALK-INDEX
                   END-PERFORM
                   IF WS-KEYED-FLAG(WS-INDEX) = "N"
                       PERFORM 2920-INSERT-KEYED-LOOKUP
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 1055-CLEAR-HASH-HEADS.

       2910-TEST-KEYED-PAIR.
      *    Grades the candidate pair (WS-INDEX, WS-MATCH-OTHER-INDEX)
      *    for the keyed pass: WS-KEYED-RULE comes back 'A', 'R', or
      *    space when the pair is not a keyed clearing.
           MOVE SPACE TO WS-KEYED-RULE
           PERFORM 3090-TEST-SIGN-RULE
           PERFORM 3095-TEST-REVERSAL-RULE
           IF WS-SIGN-RULE-OK = "Y"
               AND WS-REV-RULE-OK = "Y"
               AND WS-TR-CURRENCY(WS-MATCH-OTHER-INDEX)
                   = WS-TR-CURRENCY(WS-INDEX)
               AND (WS-CTL-CURRENCY = SPACES
                   OR WS-TR-CURRENCY(WS-INDEX) = WS-CTL-CURRENCY)
               AND (WS-CTL-BUCKET-ID = SPACES
                   OR (WS-TR-BUCKET-ID(WS-MATCH-OTHER-INDEX)
                           = WS-CTL-BUCKET-ID
                       AND WS-TR-BUCKET-ID(WS-INDEX)
                           = WS-CTL-BUCKET-ID))
               AND (NOT WS-ALLOC-ONE-TIME
                   OR WS-ALLOC-FLAG(WS-MATCH-OTHER-INDEX) = "N")
               AND WS-TR-VD-DAYS(WS-INDEX) > ZERO
               AND WS-TR-VD-DAYS(WS-MATCH-OTHER-INDEX) > ZERO
               COMPUTE WS-VD-GAP = WS-TR-VD-DAYS(WS-INDEX)
                   - WS-TR-VD-DAYS(WS-MATCH-OTHER-INDEX)
               IF WS-VD-GAP < ZERO
                   COMPUTE WS-VD-GAP = ZERO - WS-VD-GAP
               END-IF
               IF WS-VD-GAP NOT > WS-CTL-VD-WINDOW
                   IF WS-TR-ACCOUNT(WS-INDEX) NOT = SPACES
                       AND WS-TR-ACCOUNT(WS-INDEX)
                           = WS-TR-ACCOUNT(WS-MATCH-OTHER-INDEX)
                       MOVE "A" TO WS-KEYED-RULE
                   ELSE
                   IF WS-TR-REF-STEM(WS-INDEX) NOT = SPACES
                       AND WS-TR-REF-STEM(WS-INDEX)
                           = WS-TR-REF-STEM(WS-MATCH-OTHER-INDEX)
                       MOVE "R" TO WS-KEYED-RULE
                   END-IF
                   END-IF
               END-IF
           END-IF.

       2920-INSERT-KEYED-LOOKUP.
      *    Chains the current index into its hash bucket for the
      *    keyed pass - 3200-INSERT-LOOKUP without the collision
      *    audit, which the amount-only pass writes.
           COMPUTE WS-HASH-KEY = WS-NUMS(WS-INDEX) * 100
           COMPUTE WS-BUCKET =
               FUNCTION MOD(WS-HASH-KEY, WS-HASH-SIZE) + 1
           IF WS-HASH-HEAD(WS-BUCKET) = -1
               ADD 1 TO WS-TOUCHED-COUNT
               MOVE WS-BUCKET TO WS-TOUCHED-BUCKET(WS-TOUCHED-COUNT)
           END-IF
           MOVE WS-HASH-HEAD(WS-BUCKET) TO WS-CHAIN-NEXT(WS-INDEX)
           MOVE WS-INDEX TO WS-HASH-HEAD(WS-BUCKET).

       3000-MATCH-TRANSACTIONS.
      *    Only records that passed 2500-VALIDATE-TRANSACTIONS are fed
      *    into the matching loop.  Resumes at WS-RESUME-INDEX, which
      *    collision is missed on the remaining, unprocessed records)
      *    - only the audit trail for collisions already reported in
      *    the dead run is not reproduced in this file.
      *    This is the amount-only pass: legs the keyed pass already
      *    cleared for this target, and items whose bucket has
      *    amount-only matching turned off, are passed over.
           MOVE "N" TO WS-CUR-MATCH-RULE
           PERFORM VARYING WS-INDEX FROM WS-RESUME-INDEX BY 1
                   UNTIL WS-INDEX > WS-NUMS-COUNT
               IF WS-VALID-FLAG(WS-INDEX) EQUAL TO "Y"
                   AND WS-MAINT-FLAG(WS-INDEX) EQUAL TO "N"
                   AND WS-KEYED-FLAG(WS-INDEX) EQUAL TO "N"
                   AND WS-AMTONLY-FLAG(WS-INDEX) EQUAL TO "Y"
                   COMPUTE WS-COMPLEMENT =
                       WS-TARGET - WS-NUMS(WS-INDEX)
                   COMPUTE WS-HASH-KEY = WS-COMPLEMENT * 100
      *            two legs with each other, and - when the card
      *            names one - both with the card.  A 500 EUR item
      *            never clears a 500 GBP item however the amounts
      *            line up.  Nor do two legs one reversal returned
      *            to suspense ever clear each other again.
                       IF WS-NUMS(WS-CHAIN-WALK-INDEX) = WS-COMPLEMENT
                           MOVE WS-CHAIN-WALK-INDEX
                               TO WS-MATCH-OTHER-INDEX
                           PERFORM 3090-TEST-SIGN-RULE
                           PERFORM 3095-TEST-REVERSAL-RULE
                           IF WS-SIGN-RULE-OK = "Y"
                               AND WS-REV-RULE-OK = "Y"
                               AND WS-TR-CURRENCY(WS-MATCH-OTHER-INDEX)
                                   = WS-TR-CURRENCY(WS-INDEX)
                               AND (WS-CTL-CURRENCY = SPACES
               PERFORM UNTIL WS-CHAIN-WALK-INDEX = -1
                   MOVE WS-CHAIN-WALK-INDEX TO WS-MATCH-OTHER-INDEX
                   PERFORM 3090-TEST-SIGN-RULE
                   PERFORM 3095-TEST-REVERSAL-RULE
                   IF WS-NUMS(WS-CHAIN-WALK-INDEX) = WS-NEAR-AMT
                       AND WS-SIGN-RULE-OK = "Y"
                       AND WS-REV-RULE-OK = "Y"
                       AND WS-TR-CURRENCY(WS-CHAIN-WALK-INDEX)
                           = WS-TR-CURRENCY(WS-INDEX)
                       AND (WS-CTL-CURRENCY = SPACES
               END-IF
           END-IF.

       3095-TEST-REVERSAL-RULE.
      *    The candidate pair (WS-INDEX, WS-MATCH-OTHER-INDEX) fails
      *    when both legs came back from the same reversed clearing
      *    (one non-blank WS-REV-GROUP): that pairing is the very
      *    clearing an investigator reversed as wrong.
           MOVE "Y" TO WS-REV-RULE-OK
           IF WS-REV-GROUP(WS-INDEX) NOT = SPACES
               AND WS-REV-GROUP(WS-INDEX)
                   = WS-REV-GROUP(WS-MATCH-OTHER-INDEX)
               MOVE "N" TO WS-REV-RULE-OK
           END-IF.

       3100-ADD-MATCH.
      *    A match beyond WS-MATCH-MAX-ENTRIES is counted, never
      *    silently dropped - see WS-MATCH-TRUNCATED-COUNT, the
                   MOVE WS-MATCH-OTHER-INDEX
                       TO WS-MATCH-IDX1(WS-MATCH-COUNT)
                   MOVE WS-INDEX TO WS-MATCH-IDX2(WS-MATCH-COUNT)
                   MOVE WS-CUR-MATCH-RULE
                       TO WS-MATCH-RULE(WS-MATCH-COUNT)
                   IF WS-ALLOC-ONE-TIME
                       MOVE "Y"
                           TO WS-ALLOC-FLAG(WS-MATCH-OTHER-INDEX)
               MOVE "M" TO RS-REC-TYPE
               MOVE WS-MATCH-IDX1(WS-CKPT-IDX) TO RS-MATCH-IDX1
               MOVE WS-MATCH-IDX2(WS-CKPT-IDX) TO RS-MATCH-IDX2
               MOVE WS-MATCH-RULE(WS-CKPT-IDX) TO RS-MATCH-RULE
               WRITE RESTART-RECORD
               IF NOT WS-RESTART-OK
                   DISPLAY "TWOSUM: FATAL - RESTART-FILE WRITE "
               WRITE EXCEPTION-RECORD
           END-IF.

       3487-WRITE-BUCKET-EXCEPTIONS.
      *    One standing exception record per new item or control
      *    card the bucket master turned away, fresh runs only like
      *    3485.  A card's record carries its control total in
      *    EX-TARGET and its position on TARGETIN in EX-INDEX; an
      *    item's carries its own identity and amount.
           PERFORM VARYING WS-BKREJ-SCAN FROM 1 BY 1
                   UNTIL WS-BKREJ-SCAN > WS-BKREJ-COUNT
               MOVE SPACES TO EXCEPTION-RECORD
               MOVE ZERO TO EX-TARGET-SEQ
               MOVE ZERO TO EX-COMPLEMENT
               MOVE WS-BKREJ-BUCKET-ID(WS-BKREJ-SCAN) TO EX-BUCKET-ID
               MOVE SPACES TO WS-REJECT-REASON
               IF WS-BKREJ-KIND(WS-BKREJ-SCAN) = "C"
                   MOVE WS-BKREJ-AMOUNT(WS-BKREJ-SCAN) TO EX-TARGET
                   MOVE WS-BKREJ-CARD-NO(WS-BKREJ-SCAN) TO EX-INDEX
                   MOVE ZERO TO EX-AMOUNT
                   MOVE ZERO TO EX-VALUE-DATE
                   STRING "CONTROL CARD REJECTED - " DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
               ELSE
                   MOVE ZERO TO EX-TARGET
                   MOVE ZERO TO EX-INDEX
                   MOVE WS-BKREJ-REF-NO(WS-BKREJ-SCAN) TO EX-REF-NO
                   MOVE WS-BKREJ-ACCOUNT(WS-BKREJ-SCAN) TO EX-ACCOUNT
                   MOVE WS-BKREJ-VALUE-DATE(WS-BKREJ-SCAN)
                       TO EX-VALUE-DATE
                   MOVE WS-BKREJ-AMOUNT(WS-BKREJ-SCAN) TO EX-AMOUNT
                   STRING "ITEM REJECTED - " DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
               END-IF
               EVALUATE WS-BKREJ-REASON(WS-BKREJ-SCAN)
                   WHEN "U"
                       STRING WS-REJECT-REASON DELIMITED BY "  "
                               " BUCKET NOT ON BUCKET MASTER"
                               DELIMITED BY SIZE
                               INTO EX-REASON
                   WHEN "C"
                       STRING WS-REJECT-REASON DELIMITED BY "  "
                               " BUCKET IS CLOSED"
                               DELIMITED BY SIZE
                               INTO EX-REASON
                   WHEN OTHER
                       STRING WS-REJECT-REASON DELIMITED BY "  "
                               " CURRENCY '"
                               WS-BKREJ-CURRENCY(WS-BKREJ-SCAN)
                               "' NOT PERMITTED IN BUCKET"
                               DELIMITED BY SIZE
                               INTO EX-REASON
               END-EVALUATE
               WRITE EXCEPTION-RECORD
           END-PERFORM
           IF WS-BKREJ-TRUNC-COUNT > 0
               MOVE SPACES TO EXCEPTION-RECORD
               MOVE ZERO TO EX-TARGET-SEQ
               MOVE ZERO TO EX-TARGET
               MOVE ZERO TO EX-INDEX
               MOVE ZERO TO EX-AMOUNT
               MOVE ZERO TO EX-COMPLEMENT
               STRING WS-BKREJ-TRUNC-COUNT
                       " BUCKET REJECT(S) BEYOND THE "
                       WS-BKREJ-MAX-ENTRIES
                       "-ENTRY LIMIT NOT ITEMIZED"
                       DELIMITED BY SIZE INTO EX-REASON
               WRITE EXCEPTION-RECORD
           END-IF.

       3490-WRITE-MATCH-TRUNC-EXCEPTION.
      *    Surfaces this target's match-table truncation (if any), in
      *    addition to the 3000-MATCH-TRANSACTIONS console warning,
               MOVE "CARDS WITH NO EFFECT  : "
                   TO RPT-MAINT-COUNT-LABEL
               MOVE WS-MAINT-NOTFND-COUNT TO RPT-MAINT-COUNT-VALUE
               WRITE REPORT-RECORD FROM RPT-MAINT-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "PARKED FOR APPROVAL   : "
                   TO RPT-MAINT-COUNT-LABEL
               MOVE WS-MAINT-PENDED-COUNT TO RPT-MAINT-COUNT-VALUE
               WRITE REPORT-RECORD FROM RPT-MAINT-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "APPROVALS APPLIED     : "
                   TO RPT-MAINT-COUNT-LABEL
               MOVE WS-MAINT-APPROVED-COUNT TO RPT-MAINT-COUNT-VALUE
               WRITE REPORT-RECORD FROM RPT-MAINT-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "PENDING CARDS DECLINED: "
                   TO RPT-MAINT-COUNT-LABEL
               MOVE WS-MAINT-DECLINED-COUNT TO RPT-MAINT-COUNT-VALUE
               WRITE REPORT-RECORD FROM RPT-MAINT-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "APPROVALS REFUSED     : "
                   TO RPT-MAINT-COUNT-LABEL
               MOVE WS-MAINT-REFUSED-COUNT TO RPT-MAINT-COUNT-VALUE
               WRITE REPORT-RECORD FROM RPT-MAINT-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "CLEARINGS REVERSED    : "
                   TO RPT-MAINT-COUNT-LABEL
               MOVE WS-MAINT-REVERSED-COUNT TO RPT-MAINT-COUNT-VALUE
               WRITE REPORT-RECORD FROM RPT-MAINT-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "REVERSALS REFUSED     : "
                   TO RPT-MAINT-COUNT-LABEL
               MOVE WS-MAINT-REV-REFUSED-COUNT
                   TO RPT-MAINT-COUNT-VALUE
               WRITE REPORT-RECORD FROM RPT-MAINT-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 99 TO WS-LINE-COUNT
           END-IF
           PERFORM 3570-WRITE-PENDING-SECTIONS
           IF NOT WS-SIMULATION-MODE
               CLOSE WRITEOFF-FILE
           END-IF.
      *    One TSRPT line per card, plus the card's durable audit
      *    record: the type-'4' extract record for a manual match,
      *    the TSWRTOFF record for a write-off, or the TSEXCPT
      *    record for a reference not on file.  An approval card
      *    that applied a pending card writes that card's extract
      *    or write-off record, under the keying operator with the
      *    approver beside them; one that was refused leaves a
      *    TSEXCPT record like any card that acted on nothing.  A
      *    reversal card keyed by posting reference alone shows that
      *    reference; an applied one writes the reversing extract
      *    record, a refused one its TSEXCPT record.
           MOVE WS-MNT-ACTION(WS-MAINT-SEQ) TO RPT-MNT-ACTION
           IF WS-MNT-REF-NO(WS-MAINT-SEQ) = SPACES
               MOVE WS-MNT-POST-REF(WS-MAINT-SEQ) TO RPT-MNT-REF
           ELSE
               MOVE WS-MNT-REF-NO(WS-MAINT-SEQ) TO RPT-MNT-REF
           END-IF
           MOVE WS-MNT-OPERATOR(WS-MAINT-SEQ) TO RPT-MNT-OPERATOR
           MOVE WS-MNT-REASON(WS-MAINT-SEQ) TO RPT-MNT-REASON
           IF WS-MNT-ITEM-INDEX(WS-MAINT-SEQ) > ZERO
               MOVE WS-TR-CURRENCY(WS-MNT-ITEM-INDEX(WS-MAINT-SEQ))
                   TO RPT-MNT-CCY
           ELSE
               IF WS-MNT-PEND-INDEX(WS-MAINT-SEQ) > ZERO
                   MOVE WS-PND-ACCOUNT(WS-MNT-PEND-INDEX(WS-MAINT-SEQ))
                       TO RPT-MNT-ACCT
                   MOVE WS-PND-AMOUNT(WS-MNT-PEND-INDEX(WS-MAINT-SEQ))
                       TO RPT-MNT-AMT
                   MOVE WS-PND-CURRENCY
                           (WS-MNT-PEND-INDEX(WS-MAINT-SEQ))
                       TO RPT-MNT-CCY
               ELSE
                   MOVE SPACES TO RPT-MNT-ACCT
                   MOVE ZERO TO RPT-MNT-AMT
                   MOVE SPACES TO RPT-MNT-CCY
               END-IF
           END-IF
           EVALUATE WS-MNT-RESULT(WS-MAINT-SEQ)
               WHEN "M"
                   MOVE "MANUAL MATCH - CLEARED" TO RPT-MNT-DISP
                   IF NOT WS-SIMULATION-MODE
                       PERFORM 3532-SET-CARD-RESOLUTION
                       PERFORM 3535-WRITE-MANUAL-EXTRACT
                   END-IF
               WHEN "W"
                   MOVE "WRITTEN OFF TO GL" TO RPT-MNT-DISP
                   IF NOT WS-SIMULATION-MODE
                       PERFORM 3532-SET-CARD-RESOLUTION
                       PERFORM 3540-WRITE-WRITEOFF-RECORD
                   END-IF
               WHEN "P"
                   MOVE "PARKED FOR APPROVAL" TO RPT-MNT-DISP
               WHEN "A"
                   MOVE WS-MNT-PEND-INDEX(WS-MAINT-SEQ) TO WS-PND-SEQ
                   IF WS-PND-ACTION(WS-PND-SEQ) = "M"
                       MOVE "APPROVED - MATCHED" TO RPT-MNT-DISP
                   ELSE
                       MOVE "APPROVED - WRITTEN OFF" TO RPT-MNT-DISP
                   END-IF
                   IF NOT WS-SIMULATION-MODE
                       PERFORM 3533-SET-PENDING-RESOLUTION
                       IF WS-PND-ACTION(WS-PND-SEQ) = "M"
                           PERFORM 3535-WRITE-MANUAL-EXTRACT
                       ELSE
                           PERFORM 3540-WRITE-WRITEOFF-RECORD
                       END-IF
                   END-IF
               WHEN "D"
                   MOVE "PENDING CARD DECLINED" TO RPT-MNT-DISP
               WHEN "E"
                   MOVE "PENDING CARD EXPIRED" TO RPT-MNT-DISP
               WHEN "Q"
                   MOVE "NO PENDING CARD" TO RPT-MNT-DISP
                   IF NOT WS-SIMULATION-MODE
                       PERFORM 3545-WRITE-MAINT-EXCEPTION
                   END-IF
               WHEN "T"
                   MOVE "SAME-DAY APPROVAL" TO RPT-MNT-DISP
                   IF NOT WS-SIMULATION-MODE
                       PERFORM 3545-WRITE-MAINT-EXCEPTION
                   END-IF
               WHEN "S"
                   MOVE "APPROVER KEYED CARD" TO RPT-MNT-DISP
                   IF NOT WS-SIMULATION-MODE
                       PERFORM 3545-WRITE-MAINT-EXCEPTION
                   END-IF
               WHEN "V"
                   MOVE "NO APPROVER AUTHORITY" TO RPT-MNT-DISP
                   IF NOT WS-SIMULATION-MODE
                       PERFORM 3545-WRITE-MAINT-EXCEPTION
                   END-IF
               WHEN "H"
                   MOVE "HELD FROM MATCHING" TO RPT-MNT-DISP
                   IF NOT WS-SIMULATION-MODE
                       PERFORM 3537-JOURNAL-HOLD-CARD
                   END-IF
               WHEN "R"
                   MOVE "RELEASED FROM HOLD" TO RPT-MNT-DISP
                   IF NOT WS-SIMULATION-MODE
                       PERFORM 3537-JOURNAL-HOLD-CARD
                   END-IF
               WHEN "U"
                   MOVE "NOT HELD - NO ACTION" TO RPT-MNT-DISP
                   IF NOT WS-SIMULATION-MODE
                   IF NOT WS-SIMULATION-MODE
                       PERFORM 3545-WRITE-MAINT-EXCEPTION
                   END-IF
               WHEN "Y"
                   MOVE "CLEARING REVERSED" TO RPT-MNT-DISP
                   IF NOT WS-SIMULATION-MODE
                       PERFORM 3536-WRITE-REVERSAL-EXTRACT
                   END-IF
               WHEN "F"
                   PERFORM 3539-SET-REVERSAL-REFUSAL
                   MOVE WS-REV-REFUSAL-TEXT TO RPT-MNT-DISP
                   IF NOT WS-SIMULATION-MODE
                       PERFORM 3545-WRITE-MAINT-EXCEPTION
                   END-IF
               WHEN "O"
                   MOVE "OTHER PARTITION" TO RPT-MNT-DISP
               WHEN OTHER
                   MOVE "NO OPEN ITEM FOR REF" TO RPT-MNT-DISP
                   IF NOT WS-SIMULATION-MODE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       3532-SET-CARD-RESOLUTION.
           MOVE WS-MNT-ITEM-INDEX(WS-MAINT-SEQ) TO WS-RES-INDEX
           MOVE WS-MNT-OPERATOR(WS-MAINT-SEQ) TO WS-RES-OPERATOR
           MOVE SPACES TO WS-RES-APPROVER
           MOVE WS-MNT-GL-ACCOUNT(WS-MAINT-SEQ) TO WS-RES-GL-ACCOUNT
           MOVE WS-MNT-REASON(WS-MAINT-SEQ) TO WS-RES-REASON.

       3533-SET-PENDING-RESOLUTION.
      *    An approved card books as keyed: its own operator, GL
      *    account and reason, with the approver alongside.
           MOVE WS-PND-ITEM-INDEX(WS-PND-SEQ) TO WS-RES-INDEX
           MOVE WS-PND-OPERATOR(WS-PND-SEQ) TO WS-RES-OPERATOR
           MOVE WS-PND-DECIDED-BY(WS-PND-SEQ) TO WS-RES-APPROVER
           MOVE WS-PND-GL-ACCOUNT(WS-PND-SEQ) TO WS-RES-GL-ACCOUNT
           MOVE WS-PND-REASON(WS-PND-SEQ) TO WS-RES-REASON.

       3535-WRITE-MANUAL-EXTRACT.
      *    One type-'4' extract record per manual match: the single
      *    item in leg 1, legs 2 and 3 zeroed, no target behind it,
           MOVE "4" TO EXT-REC-TYPE
           MOVE ZERO TO EXT-TARGET-SEQ
           MOVE ZERO TO EXT-TARGET
           MOVE WS-TR-BUCKET-ID(WS-RES-INDEX) TO EXT-BUCKET-ID
           MOVE WS-TR-CURRENCY(WS-RES-INDEX) TO EXT-CURRENCY
           MOVE WS-RES-INDEX TO EXT-IDX1
           MOVE WS-NUMS(WS-RES-INDEX) TO EXT-AMT1
           MOVE WS-TR-REF-NO(WS-RES-INDEX) TO EXT-REF1
           MOVE WS-TR-ACCOUNT(WS-RES-INDEX) TO EXT-ACCT1
           MOVE WS-TR-VALUE-DATE(WS-RES-INDEX) TO EXT-VALDT1
           MOVE WS-TR-ORIG-DATE(WS-RES-INDEX) TO EXT-ORIGDT1
           MOVE ZERO TO EXT-IDX2
           MOVE ZERO TO EXT-AMT2
           MOVE ZERO TO EXT-VALDT2
           MOVE ZERO TO EXT-ORIGDT2
           MOVE ZERO TO EXT-IDX3
           MOVE ZERO TO EXT-AMT3
           MOVE ZERO TO EXT-VALDT3
           MOVE ZERO TO EXT-ORIGDT3
           MOVE WS-RES-OPERATOR TO EXT-OPERATOR
           MOVE "M" TO EXT-MATCH-RULE
           PERFORM 4820-JOURNAL-CLEARING
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-EXT-OUT-COUNT
           ADD WS-NUMS(WS-RES-INDEX) TO WS-EXT-HASH-TOTAL.

       3536-WRITE-REVERSAL-EXTRACT.
      *    One type-'V' extract record per applied reversal: every
      *    leg of the reversed clearing under the index it returned
      *    with, its amount negated so GL books the contra of the
      *    original posting, unused legs zeroed, and the posting
      *    reversed carried for GL to tie the two together.  Each
      *    leg's 'V' journal event records its return to suspense.
           MOVE WS-MNT-REV-FIRST-INDEX(WS-MAINT-SEQ) TO WS-REV-INDEX
           MOVE SPACES TO EXTRACT-RECORD
           MOVE "V" TO EXT-REC-TYPE
           MOVE ZERO TO EXT-TARGET-SEQ
           MOVE ZERO TO EXT-TARGET
           MOVE WS-TR-BUCKET-ID(WS-REV-INDEX) TO EXT-BUCKET-ID
           MOVE WS-TR-CURRENCY(WS-REV-INDEX) TO EXT-CURRENCY
           MOVE WS-REV-INDEX TO EXT-IDX1
           COMPUTE EXT-AMT1 = ZERO - WS-NUMS(WS-REV-INDEX)
           MOVE WS-TR-REF-NO(WS-REV-INDEX) TO EXT-REF1
           MOVE WS-TR-ACCOUNT(WS-REV-INDEX) TO EXT-ACCT1
           MOVE WS-TR-VALUE-DATE(WS-REV-INDEX) TO EXT-VALDT1
           MOVE WS-TR-ORIG-DATE(WS-REV-INDEX) TO EXT-ORIGDT1
           MOVE ZERO TO EXT-IDX2
           MOVE ZERO TO EXT-AMT2
           MOVE ZERO TO EXT-VALDT2
           MOVE ZERO TO EXT-AMT3
           MOVE ZERO TO EXT-VALDT3
           MOVE ZERO TO EXT-ORIGDT3
           IF WS-MNT-REV-LEG-COUNT(WS-MAINT-SEQ) > 1
               ADD 1 TO WS-REV-INDEX
               MOVE WS-REV-INDEX TO EXT-IDX2
               COMPUTE EXT-AMT2 = ZERO - WS-NUMS(WS-REV-INDEX)
               MOVE WS-TR-REF-NO(WS-REV-INDEX) TO EXT-REF2
               MOVE WS-TR-ACCOUNT(WS-REV-INDEX) TO EXT-ACCT2
               MOVE WS-TR-VALUE-DATE(WS-REV-INDEX) TO EXT-VALDT2
               MOVE WS-TR-ORIG-DATE(WS-REV-INDEX) TO EXT-ORIGDT2
           END-IF
           IF WS-MNT-REV-LEG-COUNT(WS-MAINT-SEQ) > 2
               ADD 1 TO WS-REV-INDEX
               MOVE WS-REV-INDEX TO EXT-IDX3
               COMPUTE EXT-AMT3 = ZERO - WS-NUMS(WS-REV-INDEX)
               MOVE WS-TR-REF-NO(WS-REV-INDEX) TO EXT-REF3
               MOVE WS-TR-ACCOUNT(WS-REV-INDEX) TO EXT-ACCT3
               MOVE WS-TR-VALUE-DATE(WS-REV-INDEX) TO EXT-VALDT3
               MOVE WS-TR-ORIG-DATE(WS-REV-INDEX) TO EXT-ORIGDT3
           END-IF
           MOVE WS-MNT-OPERATOR(WS-MAINT-SEQ) TO EXT-OPERATOR
           MOVE "V" TO EXT-MATCH-RULE
           MOVE WS-MNT-REV-POST-REF(WS-MAINT-SEQ)
               TO EXT-REVERSED-POST-REF
           PERFORM VARYING WS-REV-LEG FROM 1 BY 1
                   UNTIL WS-REV-LEG > WS-MNT-REV-LEG-COUNT(WS-MAINT-SEQ)
               PERFORM 3538-JOURNAL-REVERSED-LEG
           END-PERFORM
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-EXT-OUT-COUNT
           ADD 1 TO WS-EXT-REV-COUNT
           ADD EXT-AMT1 TO WS-EXT-HASH-TOTAL
           ADD EXT-AMT2 TO WS-EXT-HASH-TOTAL
           ADD EXT-AMT3 TO WS-EXT-HASH-TOTAL.

       3538-JOURNAL-REVERSED-LEG.
      *    Leg WS-REV-LEG of the reversal: its 'V' event names the
      *    posting reversed, the clearing's original extract type,
      *    the operator and reason, and the other legs returned with
      *    it as partners, as its 'M' event once did.
           COMPUTE WS-JE-INDEX = WS-MNT-REV-FIRST-INDEX(WS-MAINT-SEQ)
               + WS-REV-LEG - 1
           MOVE "V" TO WS-JE-EVENT
           MOVE WS-MNT-REASON(WS-MAINT-SEQ) TO WS-JE-DETAIL
           PERFORM 4840-BUILD-JOURNAL-ITEM
           MOVE WS-MNT-REV-TYPE(WS-MAINT-SEQ) TO JR-EXT-TYPE
           MOVE WS-MNT-OPERATOR(WS-MAINT-SEQ) TO JR-OPERATOR
           MOVE WS-MNT-REV-POST-REF(WS-MAINT-SEQ) TO JR-POST-REF
           PERFORM VARYING WS-REV-LEG-2 FROM 1 BY 1
                   UNTIL WS-REV-LEG-2
                       > WS-MNT-REV-LEG-COUNT(WS-MAINT-SEQ)
               IF WS-REV-LEG-2 NOT = WS-REV-LEG
                   IF JR-PARTNER-REF1 = SPACES
                       MOVE WS-MNT-REV-REF(WS-MAINT-SEQ, WS-REV-LEG-2)
                           TO JR-PARTNER-REF1
                   ELSE
                       MOVE WS-MNT-REV-REF(WS-MAINT-SEQ, WS-REV-LEG-2)
                           TO JR-PARTNER-REF2
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 4860-WRITE-JOURNAL-RECORD.

       3539-SET-REVERSAL-REFUSAL.
      *    The reason a reversal card was refused, for its TSRPT
      *    line and its TSEXCPT record.
           EVALUATE WS-MNT-REV-REFUSAL(WS-MAINT-SEQ)
               WHEN "B"
                   MOVE "CARD DETAILS MISSING" TO WS-REV-REFUSAL-TEXT
               WHEN "J"
                   MOVE "NO ITEM JOURNAL" TO WS-REV-REFUSAL-TEXT
               WHEN "N"
                   MOVE "POSTING NOT FOUND" TO WS-REV-REFUSAL-TEXT
               WHEN "I"
                   MOVE "POSTING INCOMPLETE" TO WS-REV-REFUSAL-TEXT
               WHEN "R"
                   MOVE "ALREADY REVERSED" TO WS-REV-REFUSAL-TEXT
               WHEN "L"
                   MOVE "LEG ACTIVE SINCE POST" TO WS-REV-REFUSAL-TEXT
               WHEN "D"
                   MOVE "DUPLICATE REVERSAL" TO WS-REV-REFUSAL-TEXT
               WHEN "A"
                   MOVE "LEG ALREADY OPEN" TO WS-REV-REFUSAL-TEXT
               WHEN "P"
                   MOVE "LEGS SPLIT PARTITIONS" TO WS-REV-REFUSAL-TEXT
               WHEN OTHER
                   MOVE "ITEM TABLE FULL" TO WS-REV-REFUSAL-TEXT
           END-EVALUATE.

       3537-JOURNAL-HOLD-CARD.
      *    A hold or release changes no file but the carryforward's
      *    hold flag, so the journal is the only record of when it
      *    happened and who keyed it.
           MOVE WS-MNT-ITEM-INDEX(WS-MAINT-SEQ) TO WS-JE-INDEX
           MOVE WS-MNT-RESULT(WS-MAINT-SEQ) TO WS-JE-EVENT
           MOVE WS-MNT-REASON(WS-MAINT-SEQ) TO WS-JE-DETAIL
           PERFORM 4840-BUILD-JOURNAL-ITEM
           MOVE WS-MNT-OPERATOR(WS-MAINT-SEQ) TO JR-OPERATOR
           PERFORM 4860-WRITE-JOURNAL-RECORD.

       3540-WRITE-WRITEOFF-RECORD.
           MOVE SPACES TO WRITEOFF-RECORD
           MOVE WS-TR-REF-NO(WS-RES-INDEX) TO WO-REF-NO
           MOVE WS-TR-ACCOUNT(WS-RES-INDEX) TO WO-ACCOUNT
           MOVE WS-RES-GL-ACCOUNT TO WO-GL-ACCOUNT
           MOVE WS-NUMS(WS-RES-INDEX) TO WO-AMOUNT
           MOVE WS-TR-BUCKET-ID(WS-RES-INDEX) TO WO-BUCKET-ID
           MOVE WS-TR-CURRENCY(WS-RES-INDEX) TO WO-CURRENCY
           MOVE WS-TR-VALUE-DATE(WS-RES-INDEX) TO WO-VALUE-DATE
           MOVE WS-TR-ORIG-DATE(WS-RES-INDEX) TO WO-ORIG-DATE
           MOVE WS-RES-OPERATOR TO WO-OPERATOR
           MOVE WS-RES-REASON TO WO-REASON
           MOVE WS-RES-APPROVER TO WO-APPROVER
           WRITE WRITEOFF-RECORD
           MOVE WS-RES-INDEX TO WS-JE-INDEX
           MOVE "W" TO WS-JE-EVENT
           MOVE WS-RES-REASON TO WS-JE-DETAIL
           PERFORM 4840-BUILD-JOURNAL-ITEM
           MOVE WS-RES-OPERATOR TO JR-OPERATOR
           MOVE WS-RES-APPROVER TO JR-APPROVER
           MOVE WS-RES-GL-ACCOUNT TO JR-GL-ACCOUNT
           PERFORM 4860-WRITE-JOURNAL-RECORD.

       3545-WRITE-MAINT-EXCEPTION.
      *    A card that acted on nothing still leaves a durable
      *    earlier card this run may already have resolved it, a
      *    release may name an item that was never held, or the
      *    card may simply be miskeyed - and either way audit gets
      *    an answer better than a vanished card.  A refused
      *    reversal card, keyed perhaps by posting reference alone,
      *    is filed under that reference with the reason refused.
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE ZERO TO EX-TARGET-SEQ
           MOVE ZERO TO EX-TARGET
           MOVE ZERO TO EX-AMOUNT
           MOVE ZERO TO EX-COMPLEMENT
           MOVE ZERO TO EX-VALUE-DATE
           IF WS-MNT-REF-NO(WS-MAINT-SEQ) = SPACES
               MOVE WS-MNT-POST-REF(WS-MAINT-SEQ) TO EX-REF-NO
           ELSE
               MOVE WS-MNT-REF-NO(WS-MAINT-SEQ) TO EX-REF-NO
           END-IF
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE WS-MNT-RESULT(WS-MAINT-SEQ)
               WHEN "X"
                   STRING "MAINT RELEASE - ITEM NOT ON HOLD, BY "
                           WS-MNT-OPERATOR(WS-MAINT-SEQ)
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
               WHEN "Q"
                   STRING "MAINT APPROVAL - NO PENDING CARD FOR REF, "
                           "ACTION " WS-MNT-ACTION(WS-MAINT-SEQ)
                           " BY " WS-MNT-OPERATOR(WS-MAINT-SEQ)
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
               WHEN "T"
                   STRING "MAINT APPROVAL REFUSED - CARD PARKED "
                           "TODAY, BY " WS-MNT-OPERATOR(WS-MAINT-SEQ)
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
               WHEN "S"
                   STRING "MAINT APPROVAL REFUSED - APPROVER KEYED "
                           "THE CARD, BY "
                           WS-MNT-OPERATOR(WS-MAINT-SEQ)
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
               WHEN "V"
                   STRING "MAINT APPROVAL REFUSED - NO AUTHORITY "
                           "FOR CARD, BY "
                           WS-MNT-OPERATOR(WS-MAINT-SEQ)
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
               WHEN "F"
                   STRING "MAINT REVERSAL REFUSED - "
                           DELIMITED BY SIZE
                           WS-REV-REFUSAL-TEXT DELIMITED BY "  "
                           ", BY " WS-MNT-OPERATOR(WS-MAINT-SEQ)
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
               WHEN OTHER
                   STRING "MAINT CARD - NO OPEN ITEM FOR REF, "
                           "ACTION " WS-MNT-ACTION(WS-MAINT-SEQ)
           MOVE WS-REJECT-REASON TO EX-REASON
           WRITE EXCEPTION-RECORD.

       3570-WRITE-PENDING-SECTIONS.
      *    The dual-control picture for the day, one TSRPT section
      *    each - cards still waiting for a second operator (parked
      *    today or carried in), cards approved and applied, cards
      *    expired unapproved, and cards refused: pending cards
      *    declined, plus approval cards turned away (keyed the
      *    same day as the card, by the card's own operator, by an
      *    operator without the authority, or with nothing
      *    waiting).  An empty section is not printed.  Each
      *    expired card also leaves a TSEXCPT record, since it
      *    never took effect.
           MOVE ZERO TO WS-MAINT-WAITING-COUNT
           PERFORM VARYING WS-PND-SEQ FROM 1 BY 1
                   UNTIL WS-PND-SEQ > WS-PND-COUNT
               IF WS-PND-STATUS(WS-PND-SEQ) = "P"
                       OR WS-PND-STATUS(WS-PND-SEQ) = "N"
                   ADD 1 TO WS-MAINT-WAITING-COUNT
               END-IF
           END-PERFORM
           IF WS-MAINT-WAITING-COUNT > 0
               MOVE "MAINTENANCE CARDS PENDING APPROVAL"
                   TO RPT-PEND-TITLE
               MOVE "P" TO WS-PND-SECTION
               PERFORM 3572-WRITE-PENDING-SECTION
           END-IF
           IF WS-MAINT-APPROVED-COUNT > 0
               MOVE "PENDING CARDS APPROVED AND APPLIED"
                   TO RPT-PEND-TITLE
               MOVE "A" TO WS-PND-SECTION
               PERFORM 3572-WRITE-PENDING-SECTION
           END-IF
           IF WS-MAINT-EXPIRED-COUNT > 0
               MOVE "PENDING CARDS EXPIRED UNAPPROVED"
                   TO RPT-PEND-TITLE
               MOVE "E" TO WS-PND-SECTION
               PERFORM 3572-WRITE-PENDING-SECTION
           END-IF
           IF WS-MAINT-DECLINED-COUNT > 0
                   OR WS-MAINT-REFUSED-COUNT > 0
               MOVE "MAINTENANCE CARDS REFUSED"
                   TO RPT-PEND-TITLE
               MOVE "D" TO WS-PND-SECTION
               PERFORM 3572-WRITE-PENDING-SECTION
               PERFORM VARYING WS-MAINT-SEQ FROM 1 BY 1
                       UNTIL WS-MAINT-SEQ > WS-MAINT-COUNT
                   IF WS-MNT-RESULT(WS-MAINT-SEQ) = "Q"
                           OR WS-MNT-RESULT(WS-MAINT-SEQ) = "T"
                           OR WS-MNT-RESULT(WS-MAINT-SEQ) = "S"
                           OR WS-MNT-RESULT(WS-MAINT-SEQ) = "V"
                           OR WS-MNT-RESULT(WS-MAINT-SEQ) = "E"
                       IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                           PERFORM 3575-WRITE-PENDING-PAGE-HEADING
                       END-IF
                       PERFORM 3585-WRITE-REFUSED-CARD-LINE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MAINT-WAITING-COUNT > 0
                   OR WS-MAINT-APPROVED-COUNT > 0
                   OR WS-MAINT-EXPIRED-COUNT > 0
                   OR WS-MAINT-DECLINED-COUNT > 0
                   OR WS-MAINT-REFUSED-COUNT > 0
               WRITE REPORT-RECORD FROM RPT-BLANK-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "CARDS STILL PENDING   : "
                   TO RPT-MAINT-COUNT-LABEL
               MOVE WS-MAINT-WAITING-COUNT TO RPT-MAINT-COUNT-VALUE
               WRITE REPORT-RECORD FROM RPT-MAINT-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "PENDING CARDS EXPIRED : "
                   TO RPT-MAINT-COUNT-LABEL
               MOVE WS-MAINT-EXPIRED-COUNT TO RPT-MAINT-COUNT-VALUE
               WRITE REPORT-RECORD FROM RPT-MAINT-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 99 TO WS-LINE-COUNT
           END-IF.

       3572-WRITE-PENDING-SECTION.
      *    Lists every pending card in state WS-PND-SECTION ('P'
      *    also takes the cards parked today, 'N') under the title
      *    already in RPT-PEND-TITLE.
           PERFORM 3575-WRITE-PENDING-PAGE-HEADING
           PERFORM VARYING WS-PND-SEQ FROM 1 BY 1
                   UNTIL WS-PND-SEQ > WS-PND-COUNT
               IF WS-PND-STATUS(WS-PND-SEQ) = WS-PND-SECTION
                       OR (WS-PND-SECTION = "P"
                           AND WS-PND-STATUS(WS-PND-SEQ) = "N")
                   IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                       PERFORM 3575-WRITE-PENDING-PAGE-HEADING
                   END-IF
                   PERFORM 3580-WRITE-PENDING-LINE
               END-IF
           END-PERFORM.

       3575-WRITE-PENDING-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-DATE TO RPT-RUN-DATE
           MOVE WS-PAGE-NO TO RPT-PAGE-NO
           WRITE REPORT-RECORD FROM RPT-TITLE-LINE AFTER ADVANCING PAGE
           IF WS-SIMULATION-MODE
               WRITE REPORT-RECORD FROM RPT-SIM-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           WRITE REPORT-RECORD FROM RPT-PEND-HEADING
               AFTER ADVANCING 1 LINE
           WRITE REPORT-RECORD FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-RECORD FROM RPT-PEND-COLUMN-HEADING
               AFTER ADVANCING 1 LINE
           MOVE 4 TO WS-LINE-COUNT.

       3580-WRITE-PENDING-LINE.
           MOVE WS-PND-ACTION(WS-PND-SEQ) TO RPT-PND-ACTION
           MOVE WS-PND-REF-NO(WS-PND-SEQ) TO RPT-PND-REF
           MOVE WS-PND-ACCOUNT(WS-PND-SEQ) TO RPT-PND-ACCT
           MOVE WS-PND-AMOUNT(WS-PND-SEQ) TO RPT-PND-AMT
           MOVE WS-PND-CURRENCY(WS-PND-SEQ) TO RPT-PND-CCY
           MOVE WS-PND-OPERATOR(WS-PND-SEQ) TO RPT-PND-KEYED-BY
           IF WS-PND-KEYED-DATE(WS-PND-SEQ) IS NUMERIC
               MOVE WS-PND-KEYED-DATE(WS-PND-SEQ) TO RPT-PND-KEYED-ON
           ELSE
               MOVE ZERO TO RPT-PND-KEYED-ON
           END-IF
           MOVE WS-PND-DECIDED-BY(WS-PND-SEQ) TO RPT-PND-DECIDED-BY
           MOVE WS-PND-REASON(WS-PND-SEQ) TO RPT-PND-REASON
           MOVE SPACES TO RPT-PND-STATUS
           EVALUATE WS-PND-STATUS(WS-PND-SEQ)
               WHEN "A"
                   IF WS-PND-ACTION(WS-PND-SEQ) = "M"
                       MOVE "MANUAL MATCH - CLEARED"
                           TO RPT-PND-STATUS
                   ELSE
                       MOVE "WRITTEN OFF TO GL" TO RPT-PND-STATUS
                   END-IF
               WHEN "D"
                   MOVE WS-PND-DEC-REASON(WS-PND-SEQ)
                       TO RPT-PND-REASON
                   MOVE "DECLINED" TO RPT-PND-STATUS
               WHEN "E"
                   IF WS-PND-EXPIRY(WS-PND-SEQ) = "G"
                       MOVE "ITEM NO LONGER OPEN"
                           TO RPT-PND-STATUS
                   ELSE
                       MOVE "NO DECISION IN APPROVAL WINDOW"
                           TO RPT-PND-STATUS
                   END-IF
                   IF NOT WS-SIMULATION-MODE
                       PERFORM 3590-WRITE-EXPIRED-EXCEPTION
                   END-IF
               WHEN OTHER
                   IF WS-PND-STATUS(WS-PND-SEQ) = "N"
                       MOVE "PARKED TODAY - " TO RPT-PND-STATUS(1:15)
                   ELSE
                       MOVE "WAITING      - " TO RPT-PND-STATUS(1:15)
                   END-IF
                   EVALUATE WS-PND-PEND-REASON(WS-PND-SEQ)
                       WHEN "L"
                           MOVE "OVER LIMIT" TO RPT-PND-STATUS(16:15)
                       WHEN "G"
                           MOVE "GL ACCOUNT" TO RPT-PND-STATUS(16:15)
                       WHEN OTHER
                           MOVE "NO AUTHORITY"
                               TO RPT-PND-STATUS(16:15)
                   END-EVALUATE
           END-EVALUATE
           WRITE REPORT-RECORD FROM RPT-PEND-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       3585-WRITE-REFUSED-CARD-LINE.
      *    An approval card turned away, shown against the pending
      *    card it named where there was one.
           MOVE WS-MNT-ACTION(WS-MAINT-SEQ) TO RPT-PND-ACTION
           MOVE WS-MNT-REF-NO(WS-MAINT-SEQ) TO RPT-PND-REF
           MOVE WS-MNT-OPERATOR(WS-MAINT-SEQ) TO RPT-PND-DECIDED-BY
           MOVE WS-MNT-REASON(WS-MAINT-SEQ) TO RPT-PND-REASON
           IF WS-MNT-PEND-INDEX(WS-MAINT-SEQ) > ZERO
               MOVE WS-MNT-PEND-INDEX(WS-MAINT-SEQ) TO WS-PND-SEQ
               MOVE WS-PND-ACCOUNT(WS-PND-SEQ) TO RPT-PND-ACCT
               MOVE WS-PND-AMOUNT(WS-PND-SEQ) TO RPT-PND-AMT
               MOVE WS-PND-CURRENCY(WS-PND-SEQ) TO RPT-PND-CCY
               MOVE WS-PND-OPERATOR(WS-PND-SEQ) TO RPT-PND-KEYED-BY
               IF WS-PND-KEYED-DATE(WS-PND-SEQ) IS NUMERIC
                   MOVE WS-PND-KEYED-DATE(WS-PND-SEQ)
                       TO RPT-PND-KEYED-ON
               ELSE
                   MOVE ZERO TO RPT-PND-KEYED-ON
               END-IF
           ELSE
               MOVE SPACES TO RPT-PND-ACCT
               MOVE ZERO TO RPT-PND-AMT
               MOVE SPACES TO RPT-PND-CCY
               MOVE SPACES TO RPT-PND-KEYED-BY
               MOVE ZERO TO RPT-PND-KEYED-ON
           END-IF
           EVALUATE WS-MNT-RESULT(WS-MAINT-SEQ)
               WHEN "T"
                   MOVE "APPROVAL ON DAY CARD WAS KEYED"
                       TO RPT-PND-STATUS
               WHEN "S"
                   MOVE "APPROVER KEYED THE CARD"
                       TO RPT-PND-STATUS
               WHEN "V"
                   MOVE "APPROVER LACKS AUTHORITY"
                       TO RPT-PND-STATUS
               WHEN "E"
                   MOVE "CARD EXPIRED - ITEM NOT OPEN"
                       TO RPT-PND-STATUS
               WHEN OTHER
                   MOVE "NO CARD PENDING FOR REF"
                       TO RPT-PND-STATUS
           END-EVALUATE
           WRITE REPORT-RECORD FROM RPT-PEND-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       3590-WRITE-EXPIRED-EXCEPTION.
      *    A pending card that lapsed never took effect - audit
      *    gets a durable record of it, as for any card that acted
      *    on nothing.
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE ZERO TO EX-TARGET-SEQ
           MOVE ZERO TO EX-TARGET
           MOVE ZERO TO EX-INDEX
           MOVE WS-PND-AMOUNT(WS-PND-SEQ) TO EX-AMOUNT
           MOVE ZERO TO EX-COMPLEMENT
           MOVE ZERO TO EX-VALUE-DATE
           MOVE WS-PND-REF-NO(WS-PND-SEQ) TO EX-REF-NO
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-PND-EXPIRY(WS-PND-SEQ) = "G"
               STRING "PENDING CARD EXPIRED - ITEM NOT OPEN, ACTION "
                       WS-PND-ACTION(WS-PND-SEQ)
                       " KEYED BY " WS-PND-OPERATOR(WS-PND-SEQ)
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
           ELSE
               STRING "PENDING CARD EXPIRED UNAPPROVED, ACTION "
                       WS-PND-ACTION(WS-PND-SEQ)
                       " KEYED BY " WS-PND-OPERATOR(WS-PND-SEQ)
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF
           MOVE WS-REJECT-REASON TO EX-REASON
           WRITE EXCEPTION-RECORD.

       3560-WRITE-REINST-SECTION.
      *    Lists every leg reloaded from GLRecon's reinstatement
      *    file on its own TSRPT section so investigators see at a
               AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LINE-COUNT.

       3566-WRITE-REVERSAL-SECTION.
      *    Lists every leg a reversal card returned to suspense
      *    today, under the GL posting reversed and the operator who
      *    keyed it, so investigators see which of today's open
      *    items were a posted clearing yesterday.  Fresh runs only,
      *    like the reinstated-items section.
           IF WS-MAINT-REVERSED-COUNT > 0
               PERFORM 3568-WRITE-REVERSAL-PAGE-HEADING
               PERFORM VARYING WS-MAINT-SEQ FROM 1 BY 1
                       UNTIL WS-MAINT-SEQ > WS-MAINT-COUNT
                   IF WS-MNT-RESULT(WS-MAINT-SEQ) = "Y"
                       PERFORM VARYING WS-REV-LEG FROM 1 BY 1
                               UNTIL WS-REV-LEG
                                   > WS-MNT-REV-LEG-COUNT(WS-MAINT-SEQ)
                           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                               PERFORM 3568-WRITE-REVERSAL-PAGE-HEADING
                           END-IF
                           COMPUTE WS-REV-INDEX =
                               WS-MNT-REV-FIRST-INDEX(WS-MAINT-SEQ)
                               + WS-REV-LEG - 1
                           MOVE WS-MNT-REV-POST-REF(WS-MAINT-SEQ)
                               TO RPT-REV-POST-REF
                           MOVE WS-REV-INDEX TO RPT-REV-IDX
                           MOVE WS-TR-REF-NO(WS-REV-INDEX)
                               TO RPT-REV-REF
                           MOVE WS-TR-ACCOUNT(WS-REV-INDEX)
                               TO RPT-REV-ACCT
                           MOVE WS-TR-VALUE-DATE(WS-REV-INDEX)
                               TO RPT-REV-VALDT
                           MOVE WS-NUMS(WS-REV-INDEX) TO RPT-REV-AMT
                           MOVE WS-TR-CURRENCY(WS-REV-INDEX)
                               TO RPT-REV-CCY
                           MOVE WS-TR-BUCKET-ID(WS-REV-INDEX)
                               TO RPT-REV-BUCKET
                           MOVE WS-TR-ORIG-DATE(WS-REV-INDEX)
                               TO RPT-REV-ORIGDT
                           MOVE WS-MNT-OPERATOR(WS-MAINT-SEQ)
                               TO RPT-REV-OPERATOR
                           WRITE REPORT-RECORD FROM RPT-REV-LINE
                               AFTER ADVANCING 1 LINE
                           ADD 1 TO WS-LINE-COUNT
                       END-PERFORM
                   END-IF
               END-PERFORM
               MOVE 99 TO WS-LINE-COUNT
           END-IF.

       3568-WRITE-REVERSAL-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-DATE TO RPT-RUN-DATE
           MOVE WS-PAGE-NO TO RPT-PAGE-NO
           WRITE REPORT-RECORD FROM RPT-TITLE-LINE AFTER ADVANCING PAGE
           IF WS-SIMULATION-MODE
               WRITE REPORT-RECORD FROM RPT-SIM-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           WRITE REPORT-RECORD FROM RPT-REV-HEADING
               AFTER ADVANCING 1 LINE
           WRITE REPORT-RECORD FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-RECORD FROM RPT-REV-COLUMN-HEADING
               AFTER ADVANCING 1 LINE
           MOVE 4 TO WS-LINE-COUNT.

       3700-MATCH-TRIPLETS.
      *    Optional second pass for this target (CTL-TRIPLET-MODE
      *    'Y'): a large share of suspense breaks are three items -
      *    applies here: a three-way break is typically an entry, a
      *    partial reversal, and a correction on opposite sides, so
      *    debits and credits mix freely as long as the three sum to
      *    Target.  No two legs of one triplet may have come back
      *    from the same reversed clearing.
           PERFORM 4040-MARK-MATCHED-FLAGS
           MOVE ZERO TO WS-RESID-COUNT
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               IF WS-VALID-FLAG(WS-INDEX) = "Y"
                   AND WS-MAINT-FLAG(WS-INDEX) = "N"
                   AND WS-MATCHED-FLAG(WS-INDEX) = "N"
                   AND WS-AMTONLY-FLAG(WS-INDEX) = "Y"
                   AND (WS-CTL-BUCKET-ID = SPACES
                       OR WS-TR-BUCKET-ID(WS-INDEX)
                           = WS-CTL-BUCKET-ID)
                           AND WS-MATCHED-FLAG(WS-TRIP-IDX-J) = "N"
                           AND WS-TR-CURRENCY(WS-TRIP-IDX-I)
                               = WS-TR-CURRENCY(WS-TRIP-IDX-J)
                           AND (WS-REV-GROUP(WS-TRIP-IDX-I) = SPACES
                               OR WS-REV-GROUP(WS-TRIP-IDX-I)
                                   NOT = WS-REV-GROUP(WS-TRIP-IDX-J))
                           PERFORM 3750-PROBE-THIRD-LEG
                       END-IF
                   END-PERFORM
                       AND (NOT WS-ALLOC-ONE-TIME
                           OR WS-ALLOC-FLAG(WS-CHAIN-WALK-INDEX)
                               = "N")
                       AND (WS-REV-GROUP(WS-CHAIN-WALK-INDEX) = SPACES
                           OR (WS-REV-GROUP(WS-CHAIN-WALK-INDEX)
                                   NOT = WS-REV-GROUP(WS-TRIP-IDX-I)
                               AND WS-REV-GROUP(WS-CHAIN-WALK-INDEX)
                                   NOT = WS-REV-GROUP(WS-TRIP-IDX-J)))
                       MOVE WS-CHAIN-WALK-INDEX
                           TO WS-TRIP-FOUND-IDX
                   ELSE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
      *        So is the item-event journal.
               OPEN EXTEND JOURNAL-FILE
               IF NOT WS-JOURNAL-OK
                   DISPLAY "TWOSUM: FATAL - JOURNAL-FILE OPEN "
                           "FAILED, STATUS " WS-JOURNAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF NOT WS-EXTRACT-OK
                   DISPLAY "TWOSUM: FATAL - EXTRACT-FILE OPEN "
                           "FAILED, STATUS " WS-EXTRACT-STATUS
               STOP RUN
           END-IF
           IF WS-IS-RESTART = "N"
               IF NOT WS-SIMULATION-MODE
                   PERFORM 4800-JOURNAL-LOAD-EVENTS
               END-IF
               PERFORM 3480-WRITE-TRUNCATION-EXCEPTION
               PERFORM 3485-WRITE-DUP-EXCEPTIONS
               PERFORM 3487-WRITE-BUCKET-EXCEPTIONS
               PERFORM 3520-WRITE-MAINT-RESULTS
               PERFORM 3560-WRITE-REINST-SECTION
               PERFORM 3566-WRITE-REVERSAL-SECTION
           END-IF
           MOVE 99 TO WS-LINE-COUNT
           PERFORM VARYING WS-TARGET-SEQ FROM WS-RESUME-TARGET-SEQ BY 1
                   TO WS-CTL-MATCH-MODE
               MOVE WS-TARGET-CURRENCY(WS-TARGET-SEQ)
                   TO WS-CTL-CURRENCY
               MOVE WS-TARGET-VD-WINDOW(WS-TARGET-SEQ)
                   TO WS-CTL-VD-WINDOW
               MOVE WS-TARGET-AMOUNT-ONLY(WS-TARGET-SEQ)
                   TO WS-CTL-AMOUNT-ONLY
               MOVE WS-TARGET-SETTLE-REF(WS-TARGET-SEQ)
                   TO WS-CTL-SETTLE-REF
      *        A target resumed from an 'H' checkpoint already ran
      *        its keyed pass before the dead run's first checkpoint;
      *        those clearings came back on the 'M' records.
               IF WS-TARGET-SEQ = WS-RESUME-TARGET-SEQ
                       AND WS-RESTARTED-TARGET = "Y"
                   MOVE "N" TO WS-RESTARTED-TARGET
                   PERFORM 2500-VALIDATE-TRANSACTIONS
               ELSE
                   PERFORM 2650-RESET-TARGET-STATE
                   PERFORM 2500-VALIDATE-TRANSACTIONS
                   PERFORM 2900-MATCH-KEYED-PAIRS
               END-IF
      *        A bucket with amount-only matching off clears on the
      *        keyed pass alone - no amount-only pair or triplet pass.
               IF NOT WS-AMOUNT-ONLY-OFF
                   PERFORM 3000-MATCH-TRANSACTIONS
                   IF WS-TRIPLET-WANTED
                       PERFORM 3700-MATCH-TRIPLETS
                   END-IF
               END-IF
      *        The target-complete checkpoint must follow the triplet
      *        pass: its 'A'/'C' records have to carry the legs that
                   TO WS-RUN-MATCH-TRUNC-TOTAL
           END-PERFORM
           PERFORM 4500-WRITE-CARRYFORWARD
           IF NOT WS-SIMULATION-MODE
               PERFORM 4520-WRITE-PENDING-FILE
           END-IF
           PERFORM 4600-WRITE-AGING-SECTION
           IF NOT WS-SIMULATION-MODE
               PERFORM 3400-CLEAR-CHECKPOINT
               PERFORM 4750-WRITE-EXTRACT-TRAILER
               CLOSE EXTRACT-FILE
               CLOSE HISTORY-FILE
               CLOSE JOURNAL-FILE
           END-IF
           IF WS-NUMS-TRUNCATED-COUNT > 0
               OR WS-TARGETS-TRUNCATED-COUNT > 0
               OR WS-RUN-MATCH-TRUNC-TOTAL > 0
               OR WS-MAINT-TRUNCATED-COUNT > 0
               OR WS-DUP-COUNT > 0
               OR WS-BKREJ-ITEM-COUNT > 0
               OR WS-BKREJ-CARD-COUNT > 0
               MOVE 4 TO WS-RUN-RC
           END-IF
           IF WS-SIMULATION-MODE
                       " - SEE REPORT TSRPT (NO FILES UPDATED)"
           ELSE
               PERFORM 4700-WRITE-RUN-STATS
               PERFORM 4910-WRITE-LEDGER-COMPLETE
               MOVE WS-RUN-RC TO RETURN-CODE
               DISPLAY "TWOSUM: RUN COMPLETE - RC " WS-RUN-RC
                       " - SEE REPORT TSRPT"
      *    dead predecessor already wrote (which never got a
      *    trailer - the run abended first), so the trailer this run
      *    writes at close must cover those records too.  One read
      *    pass re-primes the count and hash total - and the count
      *    of reversing records TSSTATS reports - before the file is
      *    reopened with EXTEND.
           OPEN INPUT EXTRACT-FILE
           IF NOT WS-EXTRACT-OK
               DISPLAY "TWOSUM: FATAL - EXTRACT-FILE OPEN FAILED "
                   NOT AT END
                       IF NOT EXT-TRAILER-REC
                           ADD 1 TO WS-EXT-OUT-COUNT
                           IF EXT-REVERSAL-REC
                               ADD 1 TO WS-EXT-REV-COUNT
                           END-IF
                           ADD EXT-AMT1 TO WS-EXT-HASH-TOTAL
                           IF EXT-PAIR-REC OR EXT-TRIPLET-REC
                                   OR EXT-REVERSAL-REC
                               ADD EXT-AMT2 TO WS-EXT-HASH-TOTAL
                           END-IF
                           IF EXT-TRIPLET-REC OR EXT-REVERSAL-REC
                               ADD EXT-AMT3 TO WS-EXT-HASH-TOTAL
                           END-IF
                       END-IF
           MOVE WS-TARGET TO RPT-TARGET-AMT
           MOVE WS-CTL-BUCKET-ID TO RPT-BUCKET-ID
           MOVE WS-CTL-CURRENCY TO RPT-CTL-CURRENCY
           MOVE WS-CTL-SETTLE-REF TO RPT-SETTLE-REF
           IF WS-OFFSET-MODE
               MOVE "OFFSET" TO RPT-MATCH-MODE
           ELSE
               TO RPT-VALDT2
           MOVE WS-NUMS(WS-MATCH-IDX2(WS-INDEX)) TO RPT-AMT2
           MOVE WS-TR-CURRENCY(WS-MATCH-IDX1(WS-INDEX)) TO RPT-CCY
           EVALUATE WS-MATCH-RULE(WS-INDEX)
               WHEN "A"
                   MOVE "ACCOUNT" TO RPT-RULE
               WHEN "R"
                   MOVE "REF" TO RPT-RULE
               WHEN OTHER
                   MOVE "AMOUNT" TO RPT-RULE
           END-EVALUATE
           WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.
               TO EXT-VALDT2
           MOVE WS-TR-ORIG-DATE(WS-MATCH-IDX2(WS-INDEX))
               TO EXT-ORIGDT2
           IF WS-MATCH-RULE(WS-INDEX) = "A" OR "R"
               MOVE WS-MATCH-RULE(WS-INDEX) TO EXT-MATCH-RULE
           ELSE
               MOVE "N" TO EXT-MATCH-RULE
           END-IF
           MOVE WS-CTL-SETTLE-REF TO EXT-SETTLE-REF
           PERFORM 4820-JOURNAL-CLEARING
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-EXT-OUT-COUNT
           ADD WS-NUMS(WS-MATCH-IDX1(WS-INDEX)) TO WS-EXT-HASH-TOTAL
               TO EXT-VALDT3
           MOVE WS-TR-ORIG-DATE(WS-TRIPLET-IDX3(WS-INDEX))
               TO EXT-ORIGDT3
           MOVE "N" TO EXT-MATCH-RULE
           MOVE WS-CTL-SETTLE-REF TO EXT-SETTLE-REF
           PERFORM 4820-JOURNAL-CLEARING
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-EXT-OUT-COUNT
           ADD WS-NUMS(WS-TRIPLET-IDX1(WS-INDEX)) TO WS-EXT-HASH-TOTAL
           MOVE WS-MATCH-COUNT TO RPT-TOTAL-MATCHED
           WRITE REPORT-RECORD FROM RPT-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-KEYED-PAIR-COUNT
           PERFORM VARYING WS-RULE-SCAN FROM 1 BY 1
                   UNTIL WS-RULE-SCAN > WS-MATCH-COUNT
               IF WS-MATCH-RULE(WS-RULE-SCAN) = "A" OR "R"
                   ADD 1 TO WS-KEYED-PAIR-COUNT
               END-IF
           END-PERFORM
           MOVE "  BY ACCOUNT/REF STEM: " TO RPT-RULE-COUNT-LABEL
           MOVE WS-KEYED-PAIR-COUNT TO RPT-RULE-COUNT-VALUE
           WRITE REPORT-RECORD FROM RPT-RULE-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "  BY AMOUNT ONLY     : " TO RPT-RULE-COUNT-LABEL
           COMPUTE RPT-RULE-COUNT-VALUE =
               WS-MATCH-COUNT - WS-KEYED-PAIR-COUNT
           WRITE REPORT-RECORD FROM RPT-RULE-COUNT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-AMOUNT-ONLY-OFF
               WRITE REPORT-RECORD FROM RPT-AMOUNT-OFF-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-TRIPLET-WANTED
               MOVE WS-TRIPLET-COUNT TO RPT-TOTAL-TRIPLETS
               WRITE REPORT-RECORD FROM RPT-TRIPLET-COUNT-LINE
                   ELSE
                       MOVE SPACE TO CF-HOLD-FLAG
                   END-IF
                   MOVE WS-REV-GROUP(WS-INDEX) TO CF-REVERSAL-REF
                   IF NOT WS-SIMULATION-MODE
                       WRITE CARRYOUT-RECORD FROM CARRY-RECORD
                       MOVE WS-INDEX TO WS-JE-INDEX
                       MOVE "F" TO WS-JE-EVENT
                       IF WS-MAINT-FLAG(WS-INDEX) = "H"
                           MOVE "CARRIED FORWARD ON HOLD"
                               TO WS-JE-DETAIL
                       ELSE
                           MOVE "CARRIED FORWARD OPEN"
                               TO WS-JE-DETAIL
                       END-IF
                       PERFORM 4850-JOURNAL-ITEM-EVENT
                   END-IF
                   PERFORM 4550-AGE-CARRIED-ITEM
               END-IF
               CLOSE CARRYOUT-FILE
           END-IF.

       4520-WRITE-PENDING-FILE.
      *    Every card still waiting for a second operator - carried
      *    in or parked today - goes to TSPENDO for the next run,
      *    as keyed.  Approved, declined and expired cards are
      *    dropped; their story is on today's TSRPT and TSEXCPT.  A
      *    card whose item a matching pass cleared today rides one
      *    more day and is expired by the next run, so its lapse is
      *    reported rather than silently lost.  Rewritten in full
      *    every run, fresh or restarted, like the carryforward.
           OPEN OUTPUT PENDOUT-FILE
           IF NOT WS-PENDOUT-OK
               DISPLAY "TWOSUM: FATAL - PENDOUT-FILE OPEN FAILED, "
                       "STATUS " WS-PENDOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-PND-SEQ FROM 1 BY 1
                   UNTIL WS-PND-SEQ > WS-PND-COUNT
               IF WS-PND-STATUS(WS-PND-SEQ) = "P"
                       OR WS-PND-STATUS(WS-PND-SEQ) = "N"
                   MOVE SPACES TO PENDING-RECORD
                   MOVE WS-PND-ACTION(WS-PND-SEQ)     TO PD-ACTION
                   MOVE WS-PND-REF-NO(WS-PND-SEQ)     TO PD-REF-NO
                   MOVE WS-PND-ACCOUNT(WS-PND-SEQ)    TO PD-ACCOUNT
                   MOVE WS-PND-OPERATOR(WS-PND-SEQ)   TO PD-OPERATOR
                   MOVE WS-PND-GL-ACCOUNT(WS-PND-SEQ) TO PD-GL-ACCOUNT
                   MOVE WS-PND-REASON(WS-PND-SEQ)     TO PD-REASON
                   MOVE WS-PND-AMOUNT(WS-PND-SEQ)     TO PD-AMOUNT
                   MOVE WS-PND-CURRENCY(WS-PND-SEQ)   TO PD-CURRENCY
                   MOVE WS-PND-BUCKET-ID(WS-PND-SEQ)  TO PD-BUCKET-ID
                   MOVE WS-PND-KEYED-DATE(WS-PND-SEQ) TO PD-KEYED-DATE
                   MOVE WS-PND-PEND-REASON(WS-PND-SEQ)
                       TO PD-PEND-REASON
                   WRITE PENDOUT-RECORD FROM PENDING-RECORD
               END-IF
           END-PERFORM
           CLOSE PENDOUT-FILE.

       4550-AGE-CARRIED-ITEM.
      *    Days in suspense, measured origination date to run date.
      *    An item with an unusable origination date (spaces or zero
               WHEN OTHER
                   ADD 1 TO WS-AGE-OVER-60
           END-EVALUATE
           PERFORM 4560-AGE-CURRENCY-ITEM
           PERFORM 4570-AGE-BUCKET-ITEM.

       4560-AGE-CURRENCY-ITEM.
      *    The same item counted again under its own currency, so
               END-EVALUATE
           END-IF.

       4570-AGE-BUCKET-ITEM.
      *    And once more under its bucket, for the per-owner block
      *    of the aging section.
           MOVE -1 TO WS-BKA-FOUND
           PERFORM VARYING WS-BKA-IDX FROM 1 BY 1
                   UNTIL WS-BKA-IDX > WS-BKA-COUNT
                       OR WS-BKA-FOUND NOT = -1
               IF WS-BKA-BUCKET-ID(WS-BKA-IDX)
                       = WS-TR-BUCKET-ID(WS-INDEX)
                   MOVE WS-BKA-IDX TO WS-BKA-FOUND
               END-IF
           END-PERFORM
           IF WS-BKA-FOUND = -1
               IF WS-BKA-COUNT < WS-BKA-MAX-ENTRIES
                   ADD 1 TO WS-BKA-COUNT
                   MOVE WS-BKA-COUNT TO WS-BKA-FOUND
                   MOVE WS-TR-BUCKET-ID(WS-INDEX)
                       TO WS-BKA-BUCKET-ID(WS-BKA-FOUND)
                   MOVE ZERO TO WS-BKA-CURRENT(WS-BKA-FOUND)
                   MOVE ZERO TO WS-BKA-OVER-7(WS-BKA-FOUND)
                   MOVE ZERO TO WS-BKA-OVER-30(WS-BKA-FOUND)
                   MOVE ZERO TO WS-BKA-OVER-60(WS-BKA-FOUND)
                   MOVE ZERO TO WS-BKA-CARRIED(WS-BKA-FOUND)
               ELSE
                   ADD 1 TO WS-BKA-TRUNCATED-COUNT
               END-IF
           END-IF
           IF WS-BKA-FOUND NOT = -1
               ADD 1 TO WS-BKA-CARRIED(WS-BKA-FOUND)
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS <= 7
                       ADD 1 TO WS-BKA-CURRENT(WS-BKA-FOUND)
                   WHEN WS-AGE-DAYS <= 30
                       ADD 1 TO WS-BKA-OVER-7(WS-BKA-FOUND)
                   WHEN WS-AGE-DAYS <= 60
                       ADD 1 TO WS-BKA-OVER-30(WS-BKA-FOUND)
                   WHEN OTHER
                       ADD 1 TO WS-BKA-OVER-60(WS-BKA-FOUND)
               END-EVALUATE
           END-IF.

       4700-WRITE-RUN-STATS.
      *    One TSSTATS record per run - also written on a trans-file
      *    balancing failure, so even a rejected feed leaves a
               TO ST-TARGETS-TRUNC-COUNT
           MOVE WS-RUN-MATCH-TRUNC-TOTAL
               TO ST-MATCH-TRUNC-COUNT
           MOVE WS-EXT-REV-COUNT TO ST-REVERSALS
           WRITE STATS-RECORD
           CLOSE STATS-FILE.

               AFTER ADVANCING 1 LINE
           MOVE "DUPLICATES DIVERTED   : " TO RPT-AGING-LABEL
           MOVE WS-DUP-COUNT TO RPT-AGING-COUNT
           WRITE REPORT-RECORD FROM RPT-AGING-LINE
               AFTER ADVANCING 1 LINE
           MOVE "BUCKET REJECTS        : " TO RPT-AGING-LABEL
           MOVE WS-BKREJ-ITEM-COUNT TO RPT-AGING-COUNT
           WRITE REPORT-RECORD FROM RPT-AGING-LINE
               AFTER ADVANCING 1 LINE
           IF WS-PART-BKT-COUNT > 0
               WRITE REPORT-RECORD FROM RPT-AGING-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
      *    Then one line per bucket with the team that owns it.
           WRITE REPORT-RECORD FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-RECORD FROM RPT-BKT-AGING-HEADING
               AFTER ADVANCING 1 LINE
           WRITE REPORT-RECORD FROM RPT-BKT-AGING-COLS
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-BKA-IDX FROM 1 BY 1
                   UNTIL WS-BKA-IDX > WS-BKA-COUNT
               PERFORM 4640-WRITE-BUCKET-AGING
           END-PERFORM
           IF WS-BKA-TRUNCATED-COUNT > 0
               DISPLAY "TWOSUM: WARNING - ITEMS IN MORE THAN "
                       WS-BKA-MAX-ENTRIES
                       " BUCKETS - EXCESS NOT AGED PER BUCKET"
           END-IF
      *    One block per currency behind the all-currency totals, so
      *    each book's open items age in plain sight.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                       " CURRENCIES - EXCESS NOT AGED PER CURRENCY"
           END-IF.

       4640-WRITE-BUCKET-AGING.
           MOVE WS-BKA-BUCKET-ID(WS-BKA-IDX) TO RPT-BKA-BUCKET
           MOVE WS-BKA-BUCKET-ID(WS-BKA-IDX) TO WS-TEST-BUCKET-ID
           MOVE SPACES TO WS-TEST-CURRENCY
           PERFORM 1450-CHECK-BUCKET-MASTER
           IF WS-BM-FOUND > 0
               MOVE WS-BM-DESCRIPTION(WS-BM-FOUND) TO RPT-BKA-DESC
               MOVE WS-BM-OWNER-TEAM(WS-BM-FOUND) TO RPT-BKA-OWNER
           ELSE
               MOVE "(NOT ON BUCKET MASTER)" TO RPT-BKA-DESC
               MOVE SPACES TO RPT-BKA-OWNER
           END-IF
           MOVE WS-BKA-CURRENT(WS-BKA-IDX) TO RPT-BKA-CURRENT
           MOVE WS-BKA-OVER-7(WS-BKA-IDX) TO RPT-BKA-OVER-7
           MOVE WS-BKA-OVER-30(WS-BKA-IDX) TO RPT-BKA-OVER-30
           MOVE WS-BKA-OVER-60(WS-BKA-IDX) TO RPT-BKA-OVER-60
           MOVE WS-BKA-CARRIED(WS-BKA-IDX) TO RPT-BKA-CARRIED
           WRITE REPORT-RECORD FROM RPT-BKT-AGING-LINE
               AFTER ADVANCING 1 LINE.

       4650-WRITE-CURRENCY-AGING.
           WRITE REPORT-RECORD FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-CCY-AGE-CARRIED(WS-CCY-IDX) TO RPT-AGING-COUNT
           WRITE REPORT-RECORD FROM RPT-AGING-LINE
               AFTER ADVANCING 1 LINE.

       4800-JOURNAL-LOAD-EVENTS.
      *    The day's arrivals, journalled once the run's files are
      *    open (fresh runs only - a restarted run's predecessor
      *    journalled them): every item loaded from TRANSIN, every
      *    reinstated leg back from GLRecon, and every TRANSIN detail
      *    diverted as a duplicate.  Carried-in items arrived on an
      *    earlier day; their carry was journalled by the run that
      *    carried them.  Legs a reversal card returned are
      *    journalled by their own 'V' events instead
      *    (3538-JOURNAL-REVERSED-LEG).
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NUMS-COUNT
               IF WS-REINST-FLAG(WS-INDEX) = "Y"
                   MOVE WS-INDEX TO WS-JE-INDEX
                   MOVE "L" TO WS-JE-EVENT
                   MOVE "RELOADED FROM REINSTATEMENT"
                       TO WS-JE-DETAIL
                   PERFORM 4850-JOURNAL-ITEM-EVENT
               ELSE
                   IF WS-INDEX >= WS-FEED-FIRST-INDEX
                       MOVE WS-INDEX TO WS-JE-INDEX
                       MOVE "L" TO WS-JE-EVENT
                       MOVE "LOADED FROM TRANSIN" TO WS-JE-DETAIL
                       PERFORM 4850-JOURNAL-ITEM-EVENT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DUP-SCAN FROM 1 BY 1
                   UNTIL WS-DUP-SCAN > WS-DUP-COUNT
               MOVE SPACES TO JOURNAL-RECORD
               MOVE WS-DUP-REF-NO(WS-DUP-SCAN) TO JR-REF-NO
               MOVE "D" TO JR-EVENT
               MOVE WS-DUP-ACCOUNT(WS-DUP-SCAN) TO JR-ACCOUNT
               MOVE WS-DUP-AMOUNT(WS-DUP-SCAN) TO JR-AMOUNT
               MOVE WS-DUP-CURRENCY(WS-DUP-SCAN) TO JR-CURRENCY
               MOVE WS-DUP-BUCKET-ID(WS-DUP-SCAN) TO JR-BUCKET-ID
               MOVE WS-DUP-VALUE-DATE(WS-DUP-SCAN) TO JR-VALUE-DATE
               MOVE ZERO TO JR-ORIG-DATE
               MOVE ZERO TO JR-TARGET-SEQ
               MOVE ZERO TO JR-POST-DATE
               STRING "DUPLICATE OF INDEX "
                       WS-DUP-MATCH-INDEX(WS-DUP-SCAN)
                       DELIMITED BY SIZE INTO JR-DETAIL
               PERFORM 4860-WRITE-JOURNAL-RECORD
           END-PERFORM.

       4820-JOURNAL-CLEARING.
      *    One 'M' event per leg of the clearing in EXTRACT-RECORD,
      *    about to be written: each leg names the refs of the other
      *    legs it cleared against, so an inquiry on any one ref
      *    leads to the rest of the clearing.  A manual match has
      *    one leg and the operators behind it.
           MOVE EXT-IDX1 TO WS-JE-INDEX
           PERFORM 4825-BUILD-CLEARING-EVENT
           IF EXT-PAIR-REC OR EXT-TRIPLET-REC
               MOVE EXT-REF2 TO JR-PARTNER-REF1
           END-IF
           IF EXT-TRIPLET-REC
               MOVE EXT-REF3 TO JR-PARTNER-REF2
           END-IF
           PERFORM 4860-WRITE-JOURNAL-RECORD
           IF EXT-PAIR-REC OR EXT-TRIPLET-REC
               MOVE EXT-IDX2 TO WS-JE-INDEX
               PERFORM 4825-BUILD-CLEARING-EVENT
               MOVE EXT-REF1 TO JR-PARTNER-REF1
               IF EXT-TRIPLET-REC
                   MOVE EXT-REF3 TO JR-PARTNER-REF2
               END-IF
               PERFORM 4860-WRITE-JOURNAL-RECORD
           END-IF
           IF EXT-TRIPLET-REC
               MOVE EXT-IDX3 TO WS-JE-INDEX
               PERFORM 4825-BUILD-CLEARING-EVENT
               MOVE EXT-REF1 TO JR-PARTNER-REF1
               MOVE EXT-REF2 TO JR-PARTNER-REF2
               PERFORM 4860-WRITE-JOURNAL-RECORD
           END-IF.

       4825-BUILD-CLEARING-EVENT.
           MOVE "M" TO WS-JE-EVENT
           EVALUATE TRUE
               WHEN EXT-PAIR-REC AND EXT-RULE-ACCOUNT
                   MOVE "PAIR CLEARED - SAME ACCOUNT" TO WS-JE-DETAIL
               WHEN EXT-PAIR-REC AND EXT-RULE-REF-STEM
                   MOVE "PAIR CLEARED - SAME REF STEM" TO WS-JE-DETAIL
               WHEN EXT-PAIR-REC
                   MOVE "PAIR CLEARED - AMOUNT ONLY" TO WS-JE-DETAIL
               WHEN EXT-TRIPLET-REC
                   MOVE "TRIPLET CLEARED TO EXTRACT" TO WS-JE-DETAIL
               WHEN OTHER
                   MOVE WS-RES-REASON TO WS-JE-DETAIL
           END-EVALUATE
           PERFORM 4840-BUILD-JOURNAL-ITEM
           MOVE EXT-REC-TYPE TO JR-EXT-TYPE
           MOVE EXT-TARGET-SEQ TO JR-TARGET-SEQ
           IF EXT-MANUAL-REC
               MOVE WS-RES-OPERATOR TO JR-OPERATOR
               MOVE WS-RES-APPROVER TO JR-APPROVER
           END-IF.

       4840-BUILD-JOURNAL-ITEM.
      *    The item at WS-JE-INDEX as it stands now, under event
      *    WS-JE-EVENT; the caller adds whatever else the event
      *    carries before 4860 writes it.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE WS-TR-REF-NO(WS-JE-INDEX) TO JR-REF-NO
           MOVE WS-JE-EVENT TO JR-EVENT
           MOVE WS-TR-ACCOUNT(WS-JE-INDEX) TO JR-ACCOUNT
           MOVE WS-NUMS(WS-JE-INDEX) TO JR-AMOUNT
           MOVE WS-TR-CURRENCY(WS-JE-INDEX) TO JR-CURRENCY
           MOVE WS-TR-BUCKET-ID(WS-JE-INDEX) TO JR-BUCKET-ID
           MOVE WS-TR-VALUE-DATE(WS-JE-INDEX) TO JR-VALUE-DATE
           MOVE WS-TR-ORIG-DATE(WS-JE-INDEX) TO JR-ORIG-DATE
           MOVE ZERO TO JR-TARGET-SEQ
           MOVE ZERO TO JR-POST-DATE
           MOVE WS-JE-DETAIL TO JR-DETAIL.

       4850-JOURNAL-ITEM-EVENT.
           PERFORM 4840-BUILD-JOURNAL-ITEM
           PERFORM 4860-WRITE-JOURNAL-RECORD.

       4860-WRITE-JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-CURRENT-DATE-NUM TO JR-BUS-DATE
           MOVE WS-RUN-STAMP TO JR-RUN-STAMP
           MOVE "TWOSUM" TO JR-PROGRAM
           MOVE WS-PARTITION-ID TO JR-PARTITION-ID
           MOVE WS-JRNL-SEQ TO JR-EVENT-SEQ
           WRITE JOURNAL-OUT-RECORD FROM JOURNAL-RECORD.

       4900-WRITE-LEDGER-START.
           PERFORM 4940-OPEN-LEDGER-OUTPUT
           PERFORM 4930-BUILD-STEP-RECORD
           MOVE "S" TO RL-STATUS
           PERFORM 4945-WRITE-LEDGER-RECORD
           PERFORM 4948-CLOSE-LEDGER-OUTPUT
           DISPLAY "TWOSUM: RUN LEDGER - BUSINESS DATE "
                   WS-CURRENT-DATE-NUM " RUN " WS-LDG-THIS-RUN-NO
                   " STARTED".

       4910-WRITE-LEDGER-COMPLETE.
      *    End of a live run: one 'F' record for each file the next
      *    steps will check - extract, carryforward, the history
      *    archive as it now stands, and the statistics record
      *    4700 has just written - then the completion record with
      *    the run's return code.
           PERFORM 4920-COUNT-HISTORY
           PERFORM 4940-OPEN-LEDGER-OUTPUT
           PERFORM 4935-BUILD-FILE-RECORD
           MOVE "TSEXTRCT" TO RL-DATASET
           MOVE WS-EXT-OUT-COUNT TO RL-REC-COUNT
           MOVE WS-EXT-HASH-TOTAL TO RL-HASH-TOTAL
           PERFORM 4945-WRITE-LEDGER-RECORD
           PERFORM 4935-BUILD-FILE-RECORD
           MOVE "TSCARRYO" TO RL-DATASET
           MOVE WS-CARRY-OUT-COUNT TO RL-REC-COUNT
           MOVE WS-CARRY-HASH-TOTAL TO RL-HASH-TOTAL
           PERFORM 4945-WRITE-LEDGER-RECORD
           PERFORM 4935-BUILD-FILE-RECORD
           MOVE "TSHIST" TO RL-DATASET
           MOVE WS-LDG-HIST-COUNT TO RL-REC-COUNT
           MOVE WS-LDG-HIST-HASH TO RL-HASH-TOTAL
           PERFORM 4945-WRITE-LEDGER-RECORD
           PERFORM 4935-BUILD-FILE-RECORD
           MOVE "TSSTATS" TO RL-DATASET
           MOVE 1 TO RL-REC-COUNT
           COMPUTE RL-HASH-TOTAL = WS-RUN-MATCH-TOTAL
                   + WS-RUN-TRIPLET-TOTAL + WS-EXT-REV-COUNT
           PERFORM 4945-WRITE-LEDGER-RECORD
           PERFORM 4930-BUILD-STEP-RECORD
           MOVE "C" TO RL-STATUS
           MOVE WS-RUN-RC TO RL-RETURN-CODE
           PERFORM 4945-WRITE-LEDGER-RECORD
           PERFORM 4948-CLOSE-LEDGER-OUTPUT
           DISPLAY "TWOSUM: RUN LEDGER - BUSINESS DATE "
                   WS-CURRENT-DATE-NUM " RUN " WS-LDG-THIS-RUN-NO
                   " COMPLETE".

       4920-COUNT-HISTORY.
      *    The history archive is only ever appended to, so the
      *    ledger records the whole file - record count and hash of
      *    HS-TARGET - as this run left it.
           MOVE ZERO TO WS-LDG-HIST-COUNT
           MOVE ZERO TO WS-LDG-HIST-HASH
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-OK
               PERFORM UNTIL WS-HISTORY-EOF
                   READ HISTORY-FILE
                       AT END
                           SET WS-HISTORY-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LDG-HIST-COUNT
                           ADD HS-TARGET TO WS-LDG-HIST-HASH
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HISTORY-FILE.

       4930-BUILD-STEP-RECORD.
           MOVE SPACES TO RUN-LEDGER-RECORD
           MOVE "S" TO RL-REC-TYPE
           MOVE WS-CURRENT-DATE-NUM TO RL-BUS-DATE
           MOVE WS-LDG-STEP TO RL-STEP
           MOVE WS-LDG-PARTITION TO RL-PARTITION-ID
           MOVE WS-LDG-THIS-RUN-NO TO RL-RUN-NO
           MOVE ZERO TO RL-RETURN-CODE
           ACCEPT WS-LDG-SYS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LDG-SYS-TIME FROM TIME
           MOVE WS-LDG-SYS-DATE TO RL-SYS-DATE
           MOVE WS-LDG-SYS-TIME TO RL-SYS-TIME
           IF WS-RERUN-AUTHORISED = "Y"
               MOVE WS-RERUN-OPERATOR TO RL-RERUN-OPERATOR
               MOVE WS-RERUN-REASON TO RL-RERUN-REASON
           END-IF.

       4935-BUILD-FILE-RECORD.
           MOVE SPACES TO RUN-LEDGER-RECORD
           MOVE "F" TO RL-REC-TYPE
           MOVE WS-CURRENT-DATE-NUM TO RL-BUS-DATE
           MOVE WS-LDG-STEP TO RL-STEP
           MOVE WS-LDG-PARTITION TO RL-PARTITION-ID
           MOVE WS-LDG-THIS-RUN-NO TO RL-RUN-NO.

       4940-OPEN-LEDGER-OUTPUT.
      *    A partition writes only to its own partition ledger;
      *    TSConsol carries its records to TSRUNLDG.
           IF WS-PART-BKT-COUNT > 0
               OPEN EXTEND PART-LEDGER-FILE
               IF NOT WS-PART-LEDGER-OK
                   DISPLAY "TWOSUM: FATAL - PART-LEDGER-FILE OPEN "
                           "FAILED, STATUS " WS-PART-LEDGER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN EXTEND RUN-LEDGER-FILE
               IF NOT WS-LEDGER-OK
                   DISPLAY "TWOSUM: FATAL - RUN-LEDGER-FILE OPEN "
                           "FAILED, STATUS " WS-LEDGER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       4945-WRITE-LEDGER-RECORD.
           IF WS-PART-BKT-COUNT > 0
               WRITE PART-LEDGER-RECORD FROM RUN-LEDGER-RECORD
           ELSE
               WRITE LEDGER-RECORD FROM RUN-LEDGER-RECORD
           END-IF.

       4948-CLOSE-LEDGER-OUTPUT.
           IF WS-PART-BKT-COUNT > 0
               CLOSE PART-LEDGER-FILE
           ELSE
               CLOSE RUN-LEDGER-FILE
           END-IF.
