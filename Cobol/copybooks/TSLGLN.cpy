      *****************************************************************
      * TSLGLN.cpy
      * Print-line layouts for the LedgerRpt daily run-ledger report
      * (LEDGER-REPORT-FILE, TSLDGRPT).  One summary line per
      * business date on the run ledger shows where each step of
      * that date's chain stands - DONE with its latest run number
      * (and return code when not zero), STARTED for a run with no
      * completion record, '-' for a step not yet run, N/A for
      * TSConsol on an unpartitioned night - and the state of the
      * chain as a whole.  Detail sections then list, record by
      * record, the runs of the date asked for and of every date
      * whose chain is incomplete: each start and completion, its
      * return code and rerun authorisation, and the record count
      * and hash total of every dataset the run produced.
      *****************************************************************
       01  LG-TITLE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "LEDGERRPT".
           05  FILLER                  PIC X(37)
                   VALUE "DAILY RUN LEDGER - JOB CHAIN STATE".
           05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
           05  LG-RUN-DATE             PIC X(10).

       01  LG-COLUMN-HEADING.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "BUS DATE".
           05  FILLER                  PIC X(14) VALUE "TWOSUM".
           05  FILLER                  PIC X(14) VALUE "TSCONSOL".
           05  FILLER                  PIC X(14) VALUE "GLPROOF".
           05  FILLER                  PIC X(14) VALUE "GLRECON".
           05  FILLER                  PIC X(14) VALUE "HISTTRND".
           05  FILLER                  PIC X(11) VALUE "CHAIN".

       01  LG-SUMMARY-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  LG-SUM-DATE             PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  LG-SUM-STEP-CELLS.
               10  LG-SUM-STEP         PIC X(14) OCCURS 5 TIMES.
           05  LG-SUM-CHAIN            PIC X(50).

       01  LG-DETAIL-TITLE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(30)
                   VALUE "RUN DETAIL FOR BUSINESS DATE".
           05  LG-DTL-DATE             PIC 9(8).
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  LG-DTL-CHAIN            PIC X(50).

       01  LG-DETAIL-HEADING.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "STEP".
           05  FILLER                  PIC X(10) VALUE "PARTITION".
           05  FILLER                  PIC X(6)  VALUE " RUN".
           05  FILLER                  PIC X(11) VALUE "EVENT".
           05  FILLER                  PIC X(4)  VALUE "RC".
           05  FILLER                  PIC X(10) VALUE "SYS DATE".
           05  FILLER                  PIC X(10) VALUE "SYS TIME".
           05  FILLER                  PIC X(6)  VALUE "DETAIL".

       01  LG-DETAIL-LINE.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  LG-DET-STEP             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  LG-DET-PARTITION        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  LG-DET-RUN-NO           PIC ZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  LG-DET-EVENT            PIC X(9).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  LG-DET-RC               PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  LG-DET-SYS-DATE         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  LG-DET-SYS-TIME         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  LG-DET-TEXT             PIC X(62).

       01  LG-NONE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  LG-NONE-TEXT            PIC X(60).

       01  LG-COUNT-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  LG-COUNT-LABEL          PIC X(26).
           05  LG-COUNT-VALUE          PIC ZZZ,ZZ9.

       01  LG-BLANK-LINE               PIC X(1) VALUE SPACE.
