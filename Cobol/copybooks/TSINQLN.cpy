      *****************************************************************
      * TSINQLN.cpy
      * Print-line layouts for the ItemInq item-history inquiry
      * report (INQUIRY-REPORT-FILE).  The selection cards honored
      * are echoed under the title; then each selected item gets a
      * heading line and one detail line per journal event in the
      * order the events happened - business date, run, writing
      * program, what happened, the item's account, currency and
      * amount as they stood, the refs of the other legs of any
      * clearing, the operator, and the event detail.  An event
      * carrying an approver, a write-off GL account, or GL's own
      * posting reference gets a second line showing them.
      *****************************************************************
       01  IQ-TITLE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "ITEMINQ".
           05  FILLER                  PIC X(37)
                   VALUE "SUSPENSE ITEM EVENT HISTORY".
           05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
           05  IQ-RUN-DATE             PIC X(10).

       01  IQ-SELECTION-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(13) VALUE "SELECTED BY ".
           05  IQ-SEL-TYPE             PIC X(10).
           05  IQ-SEL-VALUE            PIC X(12).
           05  IQ-SEL-TO-LIT           PIC X(4).
           05  IQ-SEL-TO-VALUE         PIC X(8).

       01  IQ-ITEM-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "ITEM REF ".
           05  IQ-ITEM-REF             PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  IQ-ITEM-EVENTS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(9)  VALUE " EVENT(S)".

       01  IQ-COLUMN-HEADING.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(9)  VALUE "BUS DATE".
           05  FILLER                  PIC X(7)  VALUE "RUN".
           05  FILLER                  PIC X(9)  VALUE "PROGRAM".
           05  FILLER                  PIC X(13) VALUE "EVENT".
           05  FILLER                  PIC X(11) VALUE "ACCOUNT".
           05  FILLER                  PIC X(4)  VALUE "CCY".
           05  FILLER                  PIC X(12) VALUE "     AMOUNT".
           05  FILLER                  PIC X(26) VALUE "CLEARED WITH".
           05  FILLER                  PIC X(9)  VALUE "OPERATOR".
           05  FILLER                  PIC X(6)  VALUE "DETAIL".

       01  IQ-DETAIL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  IQ-DET-BUS-DATE         PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  IQ-DET-RUN              PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  IQ-DET-PROGRAM          PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  IQ-DET-EVENT            PIC X(12).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  IQ-DET-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  IQ-DET-CURRENCY         PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  IQ-DET-AMOUNT           PIC -(7)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  IQ-DET-PARTNER1         PIC X(12).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  IQ-DET-PARTNER2         PIC X(12).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  IQ-DET-OPERATOR         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  IQ-DET-DETAIL           PIC X(30).

       01  IQ-EXTRA-LINE.
           05  FILLER                  PIC X(26) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "APPROVER ".
           05  IQ-EXT-APPROVER         PIC X(8).
           05  FILLER                  PIC X(13) VALUE "  GL ACCOUNT ".
           05  IQ-EXT-GL-ACCOUNT       PIC X(10).
           05  FILLER                  PIC X(14) VALUE "  GL POST REF ".
           05  IQ-EXT-POST-REF         PIC X(12).
           05  FILLER                  PIC X(4)  VALUE " ON ".
           05  IQ-EXT-POST-DATE        PIC X(8).

       01  IQ-NONE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(26)
                   VALUE "(NO EVENTS ON JOURNAL)".

       01  IQ-NO-ITEMS-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(26)
                   VALUE "(NO ITEMS SELECTED)".

       01  IQ-COUNT-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  IQ-COUNT-LABEL          PIC X(26).
           05  IQ-COUNT-VALUE          PIC ZZZ,ZZ9.

       01  IQ-BLANK-LINE               PIC X(1) VALUE SPACE.
