      * per suspense bucket: volumes, item match rate, average
      * unmatched carry per target-run, and whether the bucket's
      * unmatched count is growing between its earliest and latest
      * run dates on file - and the bucket's description and owning
      * team from the bucket master (TSBKTMS).
      *****************************************************************
       01  HT-TITLE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(8)  VALUE "  MATCH%".
           05  FILLER                  PIC X(14) VALUE "  AVG UNMATCH".
           05  FILLER                  PIC X(10) VALUE "  TREND".
           05  FILLER                  PIC X(32) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(5)  VALUE "OWNER".

       01  HT-DETAIL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  HT-DET-AVG-UNM          PIC ZZZ,ZZ9.9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  HT-DET-TREND            PIC X(9).
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  HT-DET-DESC             PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  HT-DET-OWNER            PIC X(15).

       01  HT-NONE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
