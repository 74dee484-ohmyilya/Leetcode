      *****************************************************************
      * TSRUNLG.cpy
      * Record layout for the permanent run ledger (RUN-LEDGER-FILE,
      * TSRUNLDG) every step of the daily chain reads at start and
      * appends to: TwoSum (or its partitions and TSConsol), GLProof,
      * GLRecon, and HistTrend.  Like TSHIST and TSJRNL it is never
      * rewritten, only extended, so it holds the whole story of
      * every business date's chain and LedgerRpt can print it.
      * Two record types, both keyed by business date, step, and
      * partition (blank for an unpartitioned step) and numbered by
      * RL-RUN-NO - 1 for the step's first run for that business
      * date, 2 and up for each rerun or restart:
      *   'S' step record - written with RL-STATUS 'S' once the
      *       step has passed its ledger checks and is about to
      *       touch its outputs, and again with RL-STATUS 'C' and
      *       the run's return code when it completes.  A started
      *       run with no completion record abended (or is still
      *       running).  A rerun's records name the operator and
      *       reason from its TSRUNPRM 'R' authorisation card.
      *   'F' file record - one per dataset the step produced, with
      *       its detail-record count and hash total, written just
      *       before the completion record.  The next step in the
      *       chain checks its input against these before it starts:
      *         TSEXTRCT  extract details, hash of every leg amount
      *         TSCARRYO  carryforward details, hash of CF-AMOUNT
      *         TSREINST  reinstated legs, hash of CF-AMOUNT
      *         TSHIST    the whole history archive after the
      *                   step's append, hash of HS-TARGET
      *         TSSTATS   the run's statistics record (count 1),
      *                   hash of the pairs, triplets and reversals
      *                   it reports - the counts GLProof cross-
      *                   foots the extract against
      * A partitioned TwoSum writes its records to its own partition
      * ledger (TSLDGOUT, allocated as TSLDGPn) - partitions never
      * extend a shared file concurrently - and TSConsol proves the
      * partition's outputs against them and appends them here.
      *****************************************************************
       01  RUN-LEDGER-RECORD.
           05  RL-REC-TYPE             PIC X(1).
               88  RL-STEP-REC         VALUE "S".
               88  RL-FILE-REC         VALUE "F".
           05  RL-BUS-DATE             PIC 9(8).
           05  RL-STEP                 PIC X(8).
               88  RL-STEP-TWOSUM      VALUE "TWOSUM".
               88  RL-STEP-TSCONSOL    VALUE "TSCONSOL".
               88  RL-STEP-GLPROOF     VALUE "GLPROOF".
               88  RL-STEP-GLRECON     VALUE "GLRECON".
               88  RL-STEP-HISTTRND    VALUE "HISTTRND".
           05  RL-PARTITION-ID         PIC X(8).
           05  RL-RUN-NO               PIC 9(4).
           05  RL-STEP-DATA.
               10  RL-STATUS           PIC X(1).
                   88  RL-STARTED      VALUE "S".
                   88  RL-COMPLETED    VALUE "C".
               10  RL-RETURN-CODE      PIC 9(2).
               10  RL-SYS-DATE         PIC 9(8).
               10  RL-SYS-TIME         PIC 9(8).
               10  RL-RERUN-OPERATOR   PIC X(8).
               10  RL-RERUN-REASON     PIC X(40).
               10  FILLER              PIC X(24).
           05  RL-FILE-DATA REDEFINES RL-STEP-DATA.
               10  RL-DATASET          PIC X(8).
               10  RL-REC-COUNT        PIC 9(9).
               10  RL-HASH-TOTAL       PIC S9(13)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER              PIC X(58).
