      *****************************************************************
      * TSFVLN.cpy
      * Print-line layouts for the FXReval month-end revaluation
      * report (REVAL-REPORT-FILE).  One detail line per suspense
      * bucket, currency and aging band (measured from CF-ORIG-DATE
      * as on the TSRPT aging section): open-item count, signed
      * currency total, and its sterling value at the items'
      * origination-date rates and at the closing rate, with the
      * unrealised gain or loss between them; a sterling subtotal
      * per bucket; the journal lines written to TSRVJRNL for GL;
      * and the items that could not be valued, each with the
      * reason, so no item is ever valued at zero unseen.
      *****************************************************************
       01  FV-TITLE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "FXREVAL".
           05  FILLER                  PIC X(37)
                   VALUE "MONTH-END FX REVALUATION".
           05  FILLER                  PIC X(13) VALUE "REVAL DATE: ".
           05  FV-REVAL-DATE           PIC 9(8).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
           05  FV-RUN-DATE             PIC X(10).

       01  FV-COLUMN-HEADING.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE "BUCKET".
           05  FILLER                  PIC X(5)  VALUE "CCY".
           05  FILLER                  PIC X(12) VALUE "AGE BAND".
           05  FILLER                  PIC X(9)  VALUE "   ITEMS".
           05  FILLER                  PIC X(19)
                   VALUE "   CURRENCY AMOUNT".
           05  FILLER                  PIC X(19)
                   VALUE "   HISTORIC GBP".
           05  FILLER                  PIC X(19)
                   VALUE "    CLOSING GBP".
           05  FILLER                  PIC X(19)
                   VALUE "    GAIN/LOSS GBP".

       01  FV-DETAIL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FV-DET-BUCKET           PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FV-DET-CCY              PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FV-DET-BAND             PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FV-DET-ITEMS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FV-DET-CCY-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FV-DET-HIST-BASE        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FV-DET-CLOSE-BASE       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FV-DET-GAIN-LOSS        PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  FV-SUBTOTAL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(14)
                   VALUE "BUCKET TOTAL".
           05  FV-SUB-BUCKET           PIC X(10).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  FV-SUB-ITEMS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(21) VALUE SPACE.
           05  FV-SUB-HIST-BASE        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FV-SUB-CLOSE-BASE       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FV-SUB-GAIN-LOSS        PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  FV-SECTION-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FV-SECTION-TITLE        PIC X(60).

       01  FV-JOURNAL-HEADING.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE "GL ACCOUNT".
           05  FILLER                  PIC X(5)  VALUE "CCY".
           05  FILLER                  PIC X(13) VALUE " CLOSE RATE".
           05  FILLER                  PIC X(9)  VALUE "   ITEMS".
           05  FILLER                  PIC X(19)
                   VALUE "   CURRENCY AMOUNT".
           05  FILLER                  PIC X(19)
                   VALUE "    GAIN/LOSS GBP".

       01  FV-JOURNAL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FV-JNL-GL-ACCOUNT       PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FV-JNL-CCY              PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FV-JNL-RATE             PIC ZZZZ9.999999.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FV-JNL-ITEMS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FV-JNL-CCY-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FV-JNL-GAIN-LOSS        PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  FV-EXCEPTION-HEADING.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(14) VALUE "ITEM REF".
           05  FILLER                  PIC X(12) VALUE "BUCKET".
           05  FILLER                  PIC X(5)  VALUE "CCY".
           05  FILLER                  PIC X(14) VALUE "       AMOUNT".
           05  FILLER                  PIC X(10) VALUE "ORIG DATE".
           05  FILLER                  PIC X(6)  VALUE "REASON".

       01  FV-EXCEPTION-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FV-EXC-REF              PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FV-EXC-BUCKET           PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FV-EXC-CCY              PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FV-EXC-AMOUNT           PIC -(7)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FV-EXC-ORIG-DATE        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FV-EXC-REASON           PIC X(40).

       01  FV-NONE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FV-NONE-TEXT            PIC X(30).

       01  FV-COUNT-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FV-COUNT-LABEL          PIC X(26).
           05  FV-COUNT-VALUE          PIC ZZZ,ZZ9.

       01  FV-AMOUNT-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FV-AMOUNT-LABEL         PIC X(26).
           05  FV-AMOUNT-VALUE         PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  FV-BLANK-LINE               PIC X(1) VALUE SPACE.
