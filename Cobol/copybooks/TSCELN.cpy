      *****************************************************************
      * TSCELN.cpy
      * Print-line layouts for the CardEdit pre-run edit listing
      * (EDIT-REPORT-FILE, TSEDTRPT).  Each card deck edited gets a
      * section line naming the dataset; every card in it is listed
      * with its sequence number and full 80-column image under a
      * column ruler, and each rule the card breaks prints beneath
      * it as an ERROR (TwoSum would stop, reject the card, or act
      * on something other than was meant) or a WARNING (TwoSum
      * would run, but the card deserves a second look).  Messages
      * that belong to a deck rather than a card print after the
      * deck's last card.  The listing closes with the counts and
      * the edit result the return code reflects.
      *****************************************************************
       01  CE-TITLE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "CARDEDIT".
           05  FILLER                  PIC X(37)
                   VALUE "PRE-RUN CARD EDIT LISTING".
           05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
           05  CE-RUN-DATE             PIC X(10).

       01  CE-SECTION-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CE-SEC-DATASET          PIC X(10).
           05  CE-SEC-TITLE            PIC X(50).

       01  CE-COLUMN-HEADING.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(8)  VALUE "  CARD".
           05  FILLER                  PIC X(40)
                   VALUE "....+....1....+....2....+....3....+....4".
           05  FILLER                  PIC X(40)
                   VALUE "....+....5....+....6....+....7....+....8".

       01  CE-CARD-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CE-CARD-NO              PIC ZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  CE-CARD-IMAGE           PIC X(80).

       01  CE-MESSAGE-LINE.
           05  FILLER                  PIC X(9)  VALUE SPACE.
           05  CE-MSG-SEVERITY         PIC X(14).
           05  CE-MSG-TEXT             PIC X(100).

       01  CE-NOTE-LINE.
           05  FILLER                  PIC X(9)  VALUE SPACE.
           05  CE-NOTE-TEXT            PIC X(60).

       01  CE-COUNT-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CE-COUNT-LABEL          PIC X(26).
           05  CE-COUNT-VALUE          PIC ZZZ,ZZ9.

       01  CE-DATE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(26)
                   VALUE "BUSINESS DATE EDITED    : ".
           05  CE-BUS-DATE             PIC 9(8).

       01  CE-RESULT-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(26)
                   VALUE "EDIT RESULT             : ".
           05  CE-RESULT-TEXT          PIC X(50).

       01  CE-BLANK-LINE               PIC X(1) VALUE SPACE.
