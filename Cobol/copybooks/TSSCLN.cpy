      *****************************************************************
      * TSSCLN.cpy
      * Print-line layouts for the StmtCards control-card listing
      * (CARD-LISTING-FILE, TSSCRPT).  The listing ties every
      * TARGETIN card written back to the settlement statement line
      * it came from - line number, settlement reference, value
      * date, currency, amount and settlement account beside the
      * card number, bucket and the bucket-default matching settings
      * the card carries.  Lines that map to no bucket follow in
      * their own section with the reason, and the listing closes
      * with the statement's own trailer totals against the lines
      * read, the cards written and the lines left unmapped.
      *****************************************************************
       01  SC-TITLE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "STMTCARDS".
           05  FILLER                  PIC X(37)
                   VALUE "SETTLEMENT STATEMENT CONTROL CARDS".
           05  FILLER                  PIC X(12) VALUE "STMT DATE: ".
           05  SC-STMT-DATE            PIC 9(8).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
           05  SC-RUN-DATE             PIC X(10).

       01  SC-HEADER-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(16)
                   VALUE "CLEARING HOUSE: ".
           05  SC-CLEARING-HOUSE       PIC X(10).
           05  FILLER                  PIC X(17)
                   VALUE "   STATEMENT NO: ".
           05  SC-STMT-NO              PIC X(10).

       01  SC-SECTION-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SC-SECTION-TITLE        PIC X(60).

       01  SC-CARD-HEADING.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(9)  VALUE "   LINE".
           05  FILLER                  PIC X(18) VALUE "SETTLEMENT REF".
           05  FILLER                  PIC X(10) VALUE "VALUE DT".
           05  FILLER                  PIC X(5)  VALUE "CCY".
           05  FILLER                  PIC X(15) VALUE "        AMOUNT".
           05  FILLER                  PIC X(12) VALUE "SETTLE ACCT".
           05  FILLER                  PIC X(6)  VALUE "CARD".
           05  FILLER                  PIC X(12) VALUE "BUCKET".
           05  FILLER                  PIC X(8)  VALUE "MODE".
           05  FILLER                  PIC X(5)  VALUE "TOL".
           05  FILLER                  PIC X(7)  VALUE "TRIPLET".

       01  SC-CARD-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SC-CRD-LINE-NO          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SC-CRD-SETTLE-REF       PIC X(16).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SC-CRD-VALUE-DATE       PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SC-CRD-CCY              PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SC-CRD-AMOUNT           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SC-CRD-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SC-CRD-CARD-NO          PIC ZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SC-CRD-BUCKET           PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SC-CRD-MODE             PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SC-CRD-TOLERANCE        PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SC-CRD-TRIPLET          PIC X(3).

       01  SC-UNMAPPED-HEADING.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(9)  VALUE "   LINE".
           05  FILLER                  PIC X(18) VALUE "SETTLEMENT REF".
           05  FILLER                  PIC X(10) VALUE "VALUE DT".
           05  FILLER                  PIC X(5)  VALUE "CCY".
           05  FILLER                  PIC X(15) VALUE "        AMOUNT".
           05  FILLER                  PIC X(12) VALUE "SETTLE ACCT".
           05  FILLER                  PIC X(6)  VALUE "REASON".

       01  SC-UNMAPPED-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SC-UNM-LINE-NO          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SC-UNM-SETTLE-REF       PIC X(16).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SC-UNM-VALUE-DATE       PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SC-UNM-CCY              PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SC-UNM-AMOUNT           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SC-UNM-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SC-UNM-REASON           PIC X(45).

       01  SC-NONE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SC-NONE-TEXT            PIC X(60).

       01  SC-PROOF-HEADING.
           05  FILLER                  PIC X(27) VALUE SPACE.
           05  FILLER                  PIC X(7)  VALUE "  LINES".
           05  FILLER                  PIC X(19)
                   VALUE "             DEBITS".
           05  FILLER                  PIC X(19)
                   VALUE "            CREDITS".

       01  SC-PROOF-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SC-PRF-LABEL            PIC X(26).
           05  SC-PRF-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SC-PRF-DEBITS           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SC-PRF-CREDITS          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SC-PRF-RESULT           PIC X(12).

       01  SC-RESULT-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(26)
                   VALUE "STATEMENT PROOF         : ".
           05  SC-RESULT-TEXT          PIC X(70).

       01  SC-COUNT-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SC-COUNT-LABEL          PIC X(26).
           05  SC-COUNT-VALUE          PIC ZZZ,ZZ9.

       01  SC-BLANK-LINE               PIC X(1) VALUE SPACE.
