      *         The
      *         scheduler drives several catch-up dates through in
      *         order by running once per date.
      *   PRM-BREAK-THRESHOLD (units and pence, zero or blank =
      *         none) is read by SuspProof only: a ledger-proof
      *         break whose difference exceeds it ends that run with
      *         RETURN-CODE 4.  TwoSum ignores it.
      *   PRM-PARTITION-ID names this execution's partition when the
      *         scheduler splits the day's work by bucket.  It is an
      *         operator label only - it rides the console messages
      * one stops with RETURN-CODE 16 and a per-item exception
      * record rather than letting the item vanish from the
      * consolidated carryforward.
      * An 'R' record authorises a rerun.  Every step of the daily
      * chain (TwoSum, TSConsol, GLProof, GLRecon, HistTrend) reads
      * the run ledger TSRUNLDG at start and refuses, with
      * RETURN-CODE 16, to run again for a business date it has
      * already completed - unless an 'R' record names that step
      * (PRM-RERUN-STEP, as the ledger spells it: TWOSUM, TSCONSOL,
      * GLPROOF, GLRECON, HISTTRND) and that business date
      * (PRM-RERUN-DATE, YYYYMMDD) and carries the authorising
      * operator (PRM-RERUN-OPERATOR, not blank) and a reason.  The
      * operator and reason are recorded on the ledger against the
      * rerun.  A card for another step or date is ignored.  The
      * chain's other steps read only the 'P' card's business date
      * (the ledger's latest date for their upstream step when no
      * date is given) and their own 'R' records.
      * Any other record type is ignored by this release.
      *****************************************************************
       01  RUNPARM-RECORD.
           05  PRM-REC-TYPE            PIC X(1).
               88  PRM-MAIN-REC        VALUE "P".
               88  PRM-BUCKET-REC      VALUE "B".
               88  PRM-RERUN-REC       VALUE "R".
           05  PRM-MAIN-DATA.
               10  PRM-RUN-MODE        PIC X(1).
               10  PRM-PARTITION-ID    PIC X(8).
               10  PRM-BUS-DATE        PIC 9(8).
               10  PRM-BREAK-THRESHOLD PIC 9(9)V99.
               10  FILLER              PIC X(51).
           05  PRM-BUCKET-DATA REDEFINES PRM-MAIN-DATA.
               10  PRM-BUCKET-ID       PIC X(10).
               10  FILLER              PIC X(69).
           05  PRM-RERUN-DATA REDEFINES PRM-MAIN-DATA.
               10  PRM-RERUN-STEP      PIC X(8).
               10  PRM-RERUN-DATE      PIC X(8).
               10  PRM-RERUN-OPERATOR  PIC X(8).
               10  PRM-RERUN-REASON    PIC X(40).
               10  FILLER              PIC X(15).
