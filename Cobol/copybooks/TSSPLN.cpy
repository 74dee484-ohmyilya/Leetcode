      *****************************************************************
      * TSSPLN.cpy
      * Print-line layouts for the SuspProof daily open-item ledger
      * proof (PROOF-REPORT-FILE, TSSPRPT).  One proof line per
      * suspense GL account and currency: the bucket behind it, the
      * count and signed total of the open items in TSCARRYO (held
      * items included), GL's end-of-day balance, the difference,
      * AGREED or BREAK, and for a break the business date it first
      * broke and how long it has stayed broken.  A break whose
      * difference exceeds the run's threshold is starred.  When
      * several buckets post to one account, a line per bucket
      * follows with its own count and total.
      *****************************************************************
       01  SP-TITLE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(11) VALUE "SUSPPROOF".
           05  FILLER                  PIC X(36)
                   VALUE "OPEN ITEMS VS GL SUSPENSE LEDGER".
           05  FILLER                  PIC X(11) VALUE "BUS DATE: ".
           05  SP-BUS-DATE             PIC 9(8).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
           05  SP-RUN-DATE             PIC X(10).

       01  SP-COLUMN-HEADING.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE "BUCKET".
           05  FILLER                  PIC X(12) VALUE "GL ACCOUNT".
           05  FILLER                  PIC X(5)  VALUE "CCY".
           05  FILLER                  PIC X(9)  VALUE "   ITEMS".
           05  FILLER                  PIC X(19)
                   VALUE "   OPEN ITEMS TOTAL".
           05  FILLER                  PIC X(19)
                   VALUE "     LEDGER BALANCE".
           05  FILLER                  PIC X(19)
                   VALUE "         DIFFERENCE".
           05  FILLER                  PIC X(10) VALUE "  STATUS".
           05  FILLER                  PIC X(10) VALUE "SINCE".
           05  FILLER                  PIC X(5)  VALUE " DAYS".
           05  FILLER                  PIC X(5)  VALUE " RUNS".

       01  SP-DETAIL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SP-DET-BUCKET           PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SP-DET-GL-ACCOUNT       PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SP-DET-CCY              PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SP-DET-ITEMS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SP-DET-OPEN-TOTAL       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SP-DET-LEDGER           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SP-DET-DIFFERENCE       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SP-DET-STATUS           PIC X(6).
           05  SP-DET-FLAG             PIC X(2).
           05  SP-DET-SINCE            PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SP-DET-DAYS             PIC ZZZZ9.
           05  SP-DET-RUNS             PIC ZZZZ9.

       01  SP-BUCKET-LINE.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  SP-BKT-BUCKET           PIC X(10).
           05  FILLER                  PIC X(17)
                   VALUE "  (BUCKET SHARE)".
           05  SP-BKT-ITEMS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SP-BKT-OPEN-TOTAL       PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  SP-NONE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(40)
                   VALUE "(NO OPEN ITEMS AND NO LEDGER BALANCES)".

       01  SP-LEGEND-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(46)
                   VALUE "* DIFFERENCE EXCEEDS THE BREAK THRESHOLD OF ".
           05  SP-LEG-THRESHOLD        PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  SP-COUNT-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SP-COUNT-LABEL          PIC X(26).
           05  SP-COUNT-VALUE          PIC ZZZ,ZZ9.

       01  SP-BLANK-LINE               PIC X(1) VALUE SPACE.
