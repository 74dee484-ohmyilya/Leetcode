           05  RPT-MATCH-MODE          PIC X(6).
           05  FILLER                  PIC X(8)  VALUE "   CUR: ".
           05  RPT-CTL-CURRENCY        PIC X(3).
           05  FILLER                  PIC X(15)
                   VALUE "   SETTLE REF: ".
           05  RPT-SETTLE-REF          PIC X(16).

       01  RPT-COLUMN-HEADING.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(9)  VALUE "VALUE DT".
           05  FILLER                  PIC X(9)  VALUE "    AMT 2".
           05  FILLER                  PIC X(5)  VALUE "  CCY".
           05  FILLER                  PIC X(6)  VALUE "  RULE".

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-AMT2                PIC ZZZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RPT-CCY                 PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RPT-RULE                PIC X(7).

       01  RPT-ALLOCREJ-HEADING.
           05  FILLER                  PIC X(1)  VALUE SPACE.
                   VALUE "TOTAL PAIRS MATCHED  : ".
           05  RPT-TOTAL-MATCHED       PIC ZZZ,ZZ9.

      *    Pairs matched split by the rule that made them: the keyed
      *    first pass (same account or reference stem within the
      *    value-date window) and the amount-only pass after it.
       01  RPT-RULE-COUNT-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-RULE-COUNT-LABEL    PIC X(24).
           05  RPT-RULE-COUNT-VALUE    PIC ZZZ,ZZ9.

       01  RPT-AMOUNT-OFF-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(43)
                   VALUE "AMOUNT-ONLY MATCHING OFF FOR THIS BUCKET - ".
           05  FILLER                  PIC X(15)
                   VALUE "KEYED PASS ONLY".

       01  RPT-UNMATCHED-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(24)
           05  RPT-MAINT-COUNT-LABEL   PIC X(24).
           05  RPT-MAINT-COUNT-VALUE   PIC ZZZ,ZZ9.

      *    Dual-control sections: one each for the maintenance
      *    cards still pending approval, approved and applied,
      *    expired unapproved, and refused.  RPT-PEND-TITLE names
      *    the section; the detail line shows who keyed the card
      *    and when, and who decided it.
       01  RPT-PEND-HEADING.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-PEND-TITLE          PIC X(40).

       01  RPT-PEND-COLUMN-HEADING.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(4)  VALUE "ACT".
           05  FILLER                  PIC X(13) VALUE "REFERENCE".
           05  FILLER                  PIC X(11) VALUE "ACCOUNT".
           05  FILLER                  PIC X(10) VALUE "   AMOUNT".
           05  FILLER                  PIC X(4)  VALUE "CCY".
           05  FILLER                  PIC X(9)  VALUE "KEYED BY".
           05  FILLER                  PIC X(9)  VALUE "KEYED ON".
           05  FILLER                  PIC X(9)  VALUE "DECIDED".
           05  FILLER                  PIC X(31) VALUE "REASON".
           05  FILLER                  PIC X(30) VALUE "STATUS".

       01  RPT-PEND-DETAIL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-PND-ACTION          PIC X(1).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  RPT-PND-REF             PIC X(12).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-PND-ACCT            PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-PND-AMT             PIC ZZZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-PND-CCY             PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-PND-KEYED-BY        PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-PND-KEYED-ON        PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-PND-DECIDED-BY      PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-PND-REASON          PIC X(30).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-PND-STATUS          PIC X(30).

       01  RPT-REINST-HEADING.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(42)
           05  FILLER                  PIC X(11) VALUE "ORIG DATE: ".
           05  RPT-REINST-ORIGDT       PIC 9(8).

      *    Reversal section: every leg a maintenance card returned
      *    to suspense by reversing a posted clearing, under the GL
      *    posting reference reversed and the operator who keyed it.
       01  RPT-REV-HEADING.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(46)
                   VALUE "CLEARINGS REVERSED - LEGS RETURNED TO "
                       & "SUSPENSE".

       01  RPT-REV-COLUMN-HEADING.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(13) VALUE "POSTING REF".
           05  FILLER                  PIC X(8)  VALUE "  INDEX".
           05  FILLER                  PIC X(13) VALUE "REFERENCE".
           05  FILLER                  PIC X(11) VALUE "ACCOUNT".
           05  FILLER                  PIC X(9)  VALUE "VALUE DT".
           05  FILLER                  PIC X(10) VALUE "   AMOUNT".
           05  FILLER                  PIC X(4)  VALUE "CCY".
           05  FILLER                  PIC X(11) VALUE "BUCKET".
           05  FILLER                  PIC X(9)  VALUE "ORIG DT".
           05  FILLER                  PIC X(8)  VALUE "OPERATOR".

       01  RPT-REV-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-REV-POST-REF        PIC X(12).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-REV-IDX             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-REV-REF             PIC X(12).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-REV-ACCT            PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-REV-VALDT           PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-REV-AMT             PIC ZZZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-REV-CCY             PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-REV-BUCKET          PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-REV-ORIGDT          PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-REV-OPERATOR        PIC X(8).

       01  RPT-AGING-HEADING.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(42)
           05  FILLER                  PIC X(10) VALUE "CURRENCY: ".
           05  RPT-AGING-CCY           PIC X(3).

      *    Per-bucket aging block: one line per bucket carried
      *    forward, with the description and owning team from the
      *    bucket master ("(NOT ON BUCKET MASTER)" when it is missing).
       01  RPT-BKT-AGING-HEADING.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(36)
                   VALUE "CARRIED FORWARD BY BUCKET AND OWNER".

       01  RPT-BKT-AGING-COLS.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE "BUCKET".
           05  FILLER                  PIC X(32) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(17) VALUE "OWNER".
           05  FILLER                  PIC X(9)  VALUE "    0-7".
           05  FILLER                  PIC X(9)  VALUE "     >7".
           05  FILLER                  PIC X(9)  VALUE "    >30".
           05  FILLER                  PIC X(9)  VALUE "    >60".
           05  FILLER                  PIC X(7)  VALUE "  TOTAL".

       01  RPT-BKT-AGING-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-BKA-BUCKET          PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RPT-BKA-DESC            PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RPT-BKA-OWNER           PIC X(15).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RPT-BKA-CURRENT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RPT-BKA-OVER-7          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RPT-BKA-OVER-30         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RPT-BKA-OVER-60         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RPT-BKA-CARRIED         PIC ZZZ,ZZ9.

       01  RPT-TRUNC-WARN-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(39)
