      * suspense bucket and currency, with leg count and signed
      * amount total; bucket subtotals; a split of the day's extract
      * by record type; a run grand total; and the cross-foot lines
      * proving the extract's pair, triplet and reversal record
      * counts against the TSSTATS record of the same run.  Each
      * bucket subtotal names the bucket's description and owning
      * team from the bucket master (TSBKTMS), so the GL section
      * knows whom to ask about a bucket's postings.
      *****************************************************************
       01  PF-TITLE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  PF-SUB-LEGS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  PF-SUB-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  PF-SUB-DESC             PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  PF-SUB-OWNER            PIC X(15).

       01  PF-TYPE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
