      * input or match-table truncation), 16 fatal.  ST-RESTART-FLAG
      * is 'Y' when the run resumed from a checkpoint, 'N' for a
      * fresh run.  Truncation counts carry the same dropped-volume
      * numbers the console warnings report.  ST-REVERSALS counts
      * the type-'V' reversing records the run wrote to TSEXTRCT -
      * posted clearings a maintenance card reversed.
      *****************************************************************
       01  STATS-RECORD.
           05  ST-RUN-DATE             PIC 9(8).
           05  ST-NUMS-TRUNC-COUNT     PIC 9(6).
           05  ST-TARGETS-TRUNC-COUNT  PIC 9(4).
           05  ST-MATCH-TRUNC-COUNT    PIC 9(6).
           05  ST-REVERSALS            PIC 9(6).
           05  FILLER                  PIC X(7).
