      * TwoSum executions, each confined to its own buckets by 'B'
      * run-parameter records and writing partition datasets
      * (TSRPTPn, TSEXTPn, TSCARRPn, TSHISTPn, TSWOFFPn, TSSTATPn,
      * TSPENDPn, TSJRNLPn, TSLDGPn, n = 1-4).  This program merges
      * those outputs back into the single TSRPT, TSEXTRCT, TSCARRYO,
      * TSHIST, TSWRTOFF, TSSTATS, TSPENDO, and TSJRNL files that
      * GLRecon, the GL posting job, HistTrend, ItemInq, and the
      * next morning's carry-in expect, so the downstream jobstream
      * never knows the run was split.  TSHIST and the item-event
      * journal TSJRNL are the permanent archives: each partition
      * appends its day's records to its own fresh TSHISTPn and
      * TSJRNLPn (partitions must never EXTEND a shared archive
      * concurrently) and this step appends them all behind the
      * consolidated archives' prior days.  A partition that did
      * not run leaves none of its nine datasets and is skipped; a
      * partition that left only some of them fails the
      * consolidation with RETURN-CODE 16 - merging part of a
      * partition would leave stats and trailers vouching for
      * records the merged files do not carry.  That
      * all-nine-or-none check runs as a probe pass BEFORE any
      * output file is opened - above all before the TSHIST and
      * TSJRNL EXTENDs - so a refused consolidation leaves the
      * permanent archives and the merged files exactly as it found
      * them, and a rerun after the missing datasets are supplied
      * never appends history or journal events twice.  A run
      * that finds no partition datasets at all stops the same
      * way, before the outputs open, so it cannot clobber a
      * monolithic run's real files with empties.  The
      * consolidated TSSTATS carries the summed counts and the worst
      * partition's return code, so the morning checkout tests one
      * record exactly as before.
      * Each partition's run-ledger records (TSLDGPn) are this
      * step's upstream on the run ledger (TSRUNLDG).  Every present
      * partition must show a completed TwoSum run, all for the same
      * business date (the TSRUNPRM 'P' card's, when one is given),
      * and its extract, carryforward, and history datasets must
      * hold the counts and hash totals that run recorded; if the
      * consolidation has already completed for the date, with no
      * partition rerun since, only an 'R' rerun card naming
      * TSCONSOL and the date lets it run again.  Any failure is
      * RETURN-CODE 16 before an output is opened.  The partitions'
      * records are then carried onto TSRUNLDG, and this step
      * records its start and, at the end, the merged extract,
      * carryforward and history counts it produced - which GLProof,
      * GLRecon, HistTrend and the next business date's TwoSum check
      * their inputs against.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSConsol.
           SELECT OPTIONAL STA-IN4-FILE ASSIGN TO "TSSTATP4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-IN4-STATUS.
           SELECT OPTIONAL PEN-IN1-FILE ASSIGN TO "TSPENDP1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEN-IN1-STATUS.
           SELECT OPTIONAL PEN-IN2-FILE ASSIGN TO "TSPENDP2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEN-IN2-STATUS.
           SELECT OPTIONAL PEN-IN3-FILE ASSIGN TO "TSPENDP3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEN-IN3-STATUS.
           SELECT OPTIONAL PEN-IN4-FILE ASSIGN TO "TSPENDP4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEN-IN4-STATUS.
           SELECT OPTIONAL JRN-IN1-FILE ASSIGN TO "TSJRNLP1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-IN1-STATUS.
           SELECT OPTIONAL JRN-IN2-FILE ASSIGN TO "TSJRNLP2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-IN2-STATUS.
           SELECT OPTIONAL JRN-IN3-FILE ASSIGN TO "TSJRNLP3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-IN3-STATUS.
           SELECT OPTIONAL JRN-IN4-FILE ASSIGN TO "TSJRNLP4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-IN4-STATUS.
           SELECT OPTIONAL LDG-IN1-FILE ASSIGN TO "TSLDGP1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDG-IN1-STATUS.
           SELECT OPTIONAL LDG-IN2-FILE ASSIGN TO "TSLDGP2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDG-IN2-STATUS.
           SELECT OPTIONAL LDG-IN3-FILE ASSIGN TO "TSLDGP3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDG-IN3-STATUS.
           SELECT OPTIONAL LDG-IN4-FILE ASSIGN TO "TSLDGP4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDG-IN4-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT STATS-FILE ASSIGN TO "TSSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.
           SELECT PENDOUT-FILE ASSIGN TO "TSPENDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDOUT-STATUS.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "TSJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "TSRUNLDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT OPTIONAL RUNPARM-FILE ASSIGN TO "TSRUNPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Report, history, write-off, pending-approval, and
      *    journal lines are copied through untouched.  Extract and
      *    carryforward records are read into their standard
      *    layouts so each partition's trailer can be balanced and
      *    stripped, and one consolidated trailer written in its
      *    place - the downstream consumers balance the merged file
      *    exactly as they would a monolithic run's.  Buffers are
      *    sized to the layouts exactly (132 report, 220 TSEXTRCT,
      *    100 TSCARRY, 80 TSHIST, 120 TSWRTOFF, 80 TSSTATS, 120
      *    TSPEND, 210 TSJRNL) so the merged files carry no trailing
      *    padding past what the consumers' own FDs expect.
       FD  RPT-IN1-FILE
           RECORDING MODE IS F.
       01  RPT-IN1-RECORD                  PIC X(132).
       01  RPT-IN4-RECORD                  PIC X(132).
       FD  EXT-IN1-FILE
           RECORDING MODE IS F.
       01  EXT-IN1-RECORD                  PIC X(220).
       FD  EXT-IN2-FILE
           RECORDING MODE IS F.
       01  EXT-IN2-RECORD                  PIC X(220).
       FD  EXT-IN3-FILE
           RECORDING MODE IS F.
       01  EXT-IN3-RECORD                  PIC X(220).
       FD  EXT-IN4-FILE
           RECORDING MODE IS F.
       01  EXT-IN4-RECORD                  PIC X(220).
       FD  CRY-IN1-FILE
           RECORDING MODE IS F.
       01  CRY-IN1-RECORD                  PIC X(100).
       FD  STA-IN4-FILE
           RECORDING MODE IS F.
       01  STA-IN4-RECORD                  PIC X(80).
       FD  PEN-IN1-FILE
           RECORDING MODE IS F.
       01  PEN-IN1-RECORD                  PIC X(120).
       FD  PEN-IN2-FILE
           RECORDING MODE IS F.
       01  PEN-IN2-RECORD                  PIC X(120).
       FD  PEN-IN3-FILE
           RECORDING MODE IS F.
       01  PEN-IN3-RECORD                  PIC X(120).
       FD  PEN-IN4-FILE
           RECORDING MODE IS F.
       01  PEN-IN4-RECORD                  PIC X(120).
       FD  JRN-IN1-FILE
           RECORDING MODE IS F.
       01  JRN-IN1-RECORD                  PIC X(210).
       FD  JRN-IN2-FILE
           RECORDING MODE IS F.
       01  JRN-IN2-RECORD                  PIC X(210).
       FD  JRN-IN3-FILE
           RECORDING MODE IS F.
       01  JRN-IN3-RECORD                  PIC X(210).
       FD  JRN-IN4-FILE
           RECORDING MODE IS F.
       01  JRN-IN4-RECORD                  PIC X(210).
       FD  LDG-IN1-FILE
           RECORDING MODE IS F.
       01  LDG-IN1-RECORD                  PIC X(120).
       FD  LDG-IN2-FILE
           RECORDING MODE IS F.
       01  LDG-IN2-RECORD                  PIC X(120).
       FD  LDG-IN3-FILE
           RECORDING MODE IS F.
       01  LDG-IN3-RECORD                  PIC X(120).
       FD  LDG-IN4-FILE
           RECORDING MODE IS F.
       01  LDG-IN4-RECORD                  PIC X(120).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(132).
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-OUT-RECORD              PIC X(220).
       FD  CARRYOUT-FILE
           RECORDING MODE IS F.
       01  CARRYOUT-RECORD                 PIC X(100).
       FD  STATS-FILE
           RECORDING MODE IS F.
       01  STATS-OUT-RECORD                PIC X(80).
       FD  PENDOUT-FILE
           RECORDING MODE IS F.
       01  PENDOUT-RECORD                  PIC X(120).
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       01  JOURNAL-OUT-RECORD              PIC X(210).
       FD  RUN-LEDGER-FILE
           RECORDING MODE IS F.
       01  LEDGER-RECORD                   PIC X(120).
       FD  RUNPARM-FILE
           RECORDING MODE IS F.
       COPY TSRUNPRM.

       WORKING-STORAGE SECTION.
      *    The consolidated TSSTATS record is built in the standard
       COPY TSSTATS.
       COPY TSEXTRCT.
       COPY TSCARRY.
       COPY TSHIST.
       COPY TSRUNLG.
      *    Every partition input's status carries the repo's
      *    standard condition names: OK (the dataset is really
      *    there), NOT-RUN (the success-class 05 the OPTIONAL
       01  WS-STA-IN4-STATUS           PIC XX.
           88  WS-STA-IN4-OK           VALUE "00".
           88  WS-STA-IN4-NOT-RUN      VALUE "05" "35".
       01  WS-PEN-IN1-STATUS           PIC XX.
           88  WS-PEN-IN1-OK           VALUE "00".
           88  WS-PEN-IN1-NOT-RUN      VALUE "05" "35".
       01  WS-PEN-IN2-STATUS           PIC XX.
           88  WS-PEN-IN2-OK           VALUE "00".
           88  WS-PEN-IN2-NOT-RUN      VALUE "05" "35".
       01  WS-PEN-IN3-STATUS           PIC XX.
           88  WS-PEN-IN3-OK           VALUE "00".
           88  WS-PEN-IN3-NOT-RUN      VALUE "05" "35".
       01  WS-PEN-IN4-STATUS           PIC XX.
           88  WS-PEN-IN4-OK           VALUE "00".
           88  WS-PEN-IN4-NOT-RUN      VALUE "05" "35".
       01  WS-JRN-IN1-STATUS           PIC XX.
           88  WS-JRN-IN1-OK           VALUE "00".
           88  WS-JRN-IN1-NOT-RUN      VALUE "05" "35".
       01  WS-JRN-IN2-STATUS           PIC XX.
           88  WS-JRN-IN2-OK           VALUE "00".
           88  WS-JRN-IN2-NOT-RUN      VALUE "05" "35".
       01  WS-JRN-IN3-STATUS           PIC XX.
           88  WS-JRN-IN3-OK           VALUE "00".
           88  WS-JRN-IN3-NOT-RUN      VALUE "05" "35".
       01  WS-JRN-IN4-STATUS           PIC XX.
           88  WS-JRN-IN4-OK           VALUE "00".
           88  WS-JRN-IN4-NOT-RUN      VALUE "05" "35".
       01  WS-LDG-IN1-STATUS           PIC XX.
           88  WS-LDG-IN1-OK           VALUE "00".
           88  WS-LDG-IN1-NOT-RUN      VALUE "05" "35".
       01  WS-LDG-IN2-STATUS           PIC XX.
           88  WS-LDG-IN2-OK           VALUE "00".
           88  WS-LDG-IN2-NOT-RUN      VALUE "05" "35".
       01  WS-LDG-IN3-STATUS           PIC XX.
           88  WS-LDG-IN3-OK           VALUE "00".
           88  WS-LDG-IN3-NOT-RUN      VALUE "05" "35".
       01  WS-LDG-IN4-STATUS           PIC XX.
           88  WS-LDG-IN4-OK           VALUE "00".
           88  WS-LDG-IN4-NOT-RUN      VALUE "05" "35".
       01  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK            VALUE "00".
       01  WS-EXTRACT-STATUS           PIC XX.
           88  WS-WRITEOFF-OK          VALUE "00".
       01  WS-STATS-STATUS             PIC XX.
           88  WS-STATS-OK             VALUE "00".
       01  WS-PENDOUT-STATUS           PIC XX.
           88  WS-PENDOUT-OK           VALUE "00".
       01  WS-JOURNAL-STATUS           PIC XX.
           88  WS-JOURNAL-OK           VALUE "00" "05".
       01  WS-LEDGER-STATUS            PIC XX.
           88  WS-LEDGER-OK            VALUE "00" "05".
           88  WS-LEDGER-ABSENT        VALUE "05" "35".
       01  WS-RUNPARM-STATUS           PIC XX.
           88  WS-RUNPARM-OK           VALUE "00".
           88  WS-RUNPARM-EOF          VALUE "10".

       01  WS-PART-NO                  PIC 9(1).
      *    The per-file status just tested is copied here so the
       01  WS-PRINT-LINE               PIC X(132).
       01  WS-HIST-LINE                PIC X(80).
       01  WS-WOFF-LINE                PIC X(120).
       01  WS-PEND-LINE                PIC X(120).
       01  WS-JRNL-LINE                PIC X(210).

       01  WS-RPT-PARTS-FOUND          PIC 9(1) VALUE ZERO.
       01  WS-EXT-PARTS-FOUND          PIC 9(1) VALUE ZERO.
       01  WS-HIS-PARTS-FOUND          PIC 9(1) VALUE ZERO.
       01  WS-WOF-PARTS-FOUND          PIC 9(1) VALUE ZERO.
       01  WS-STA-PARTS-FOUND          PIC 9(1) VALUE ZERO.
       01  WS-PEN-PARTS-FOUND          PIC 9(1) VALUE ZERO.
       01  WS-JRN-PARTS-FOUND          PIC 9(1) VALUE ZERO.
       01  WS-RPT-LINES-OUT            PIC 9(7) VALUE ZERO.
       01  WS-EXT-RECS-OUT             PIC 9(6) VALUE ZERO.
       01  WS-CRY-RECS-OUT             PIC 9(6) VALUE ZERO.
       01  WS-HIS-RECS-OUT             PIC 9(7) VALUE ZERO.
       01  WS-WOF-RECS-OUT             PIC 9(7) VALUE ZERO.
       01  WS-PEN-RECS-OUT             PIC 9(7) VALUE ZERO.
       01  WS-JRN-RECS-OUT             PIC 9(7) VALUE ZERO.

      *    Trailer balancing: each partition's extract and
      *    carryforward must prove against its own trailer before

      *    Per-partition presence, one byte per dataset type
      *    (report, extract, carryforward, history, write-off,
      *    stats, pending approval, journal, run ledger), so a
      *    half-present
      *    partition is caught at close instead of merging silently
      *    short: the consolidated stats would claim pairs the
      *    merged extract does not carry, and the consolidated
      *    trailer would still balance over the short file.
       01  WS-PART-PRESENCE            PIC X(36) VALUE ALL "N".
       01  WS-PART-PRES-TABLE REDEFINES WS-PART-PRESENCE.
           05  WS-PART-PRES-ENTRY      OCCURS 4 TIMES.
               10  WS-RPT-PRES         PIC X(1).
               10  WS-HIS-PRES         PIC X(1).
               10  WS-WOF-PRES         PIC X(1).
               10  WS-STA-PRES         PIC X(1).
               10  WS-PEN-PRES         PIC X(1).
               10  WS-JRN-PRES         PIC X(1).
               10  WS-LDG-PRES         PIC X(1).
       01  WS-PARTSET-BAD              PIC X VALUE "N".

      *    Run ledger.  Each present partition's ledger yields its
      *    latest completed TwoSum run - business date, partition
      *    label, run number - and the 'F' counts that run recorded
      *    for its extract, carryforward, and history datasets;
      *    POSTED marks a run TSRUNLDG already holds, so a rerun of
      *    the consolidation never carries it twice.  OPEN is set
      *    while a TwoSum start has no completion after it.
       01  WS-LDG-STEP                 PIC X(8) VALUE "TSCONSOL".
       01  WS-LDG-BUS-DATE             PIC 9(8) VALUE ZERO.
       01  WS-LDG-PASS                 PIC 9(1) VALUE ZERO.
       01  WS-LDG-LAST-RUN-NO          PIC 9(4) VALUE ZERO.
       01  WS-LDG-THIS-RUN-NO          PIC 9(4) VALUE ZERO.
       01  WS-LDG-DONE                 PIC X VALUE "N".
       01  WS-LDG-DONE-RUN-NO          PIC 9(4) VALUE ZERO.
       01  WS-LDG-NEW-RUNS             PIC 9(1) VALUE ZERO.
       01  WS-LDG-PART-TABLE.
           05  WS-LDGP-ENTRY           OCCURS 4 TIMES.
               10  WS-LDGP-DONE        PIC X(1) VALUE "N".
               10  WS-LDGP-OPEN        PIC X(1) VALUE "N".
               10  WS-LDGP-POSTED      PIC X(1) VALUE "N".
               10  WS-LDGP-DATE        PIC 9(8) VALUE ZERO.
               10  WS-LDGP-PARTITION   PIC X(8) VALUE SPACES.
               10  WS-LDGP-RUN-NO      PIC 9(4) VALUE ZERO.
               10  WS-LDGP-OPEN-RUN-NO PIC 9(4) VALUE ZERO.
               10  WS-LDGP-EXT-FOUND   PIC X(1) VALUE "N".
               10  WS-LDGP-EXT-COUNT   PIC 9(9) VALUE ZERO.
               10  WS-LDGP-EXT-HASH    PIC S9(13)V99 VALUE ZERO.
               10  WS-LDGP-CRY-FOUND   PIC X(1) VALUE "N".
               10  WS-LDGP-CRY-COUNT   PIC 9(9) VALUE ZERO.
               10  WS-LDGP-CRY-HASH    PIC S9(13)V99 VALUE ZERO.
               10  WS-LDGP-HIS-FOUND   PIC X(1) VALUE "N".
               10  WS-LDGP-HIS-COUNT   PIC 9(9) VALUE ZERO.
               10  WS-LDGP-HIS-HASH    PIC S9(13)V99 VALUE ZERO.
       01  WS-LDG-CHK-DATASET          PIC X(8).
       01  WS-LDG-CHK-FOUND            PIC X(1).
       01  WS-LDG-CHK-COUNT            PIC 9(9).
       01  WS-LDG-CHK-HASH             PIC S9(13)V99.
       01  WS-LDG-HIST-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-LDG-HIST-HASH            PIC S9(13)V99 VALUE ZERO.
       01  WS-LDG-SYS-DATE             PIC 9(8).
       01  WS-LDG-SYS-TIME             PIC 9(8).
       01  WS-LDG-MESSAGE              PIC X(100).
       01  WS-LDG-EDIT-COUNT           PIC ZZZZZZZZ9.
       01  WS-LDG-EDIT-HASH            PIC -(13)9.99.
       01  WS-LDG-EDIT-COUNT2          PIC ZZZZZZZZ9.
       01  WS-LDG-EDIT-HASH2           PIC -(13)9.99.
       01  WS-PRM-BUS-DATE-RAW         PIC X(8) VALUE SPACES.
       01  WS-PRM-BUS-DATE             PIC 9(8) VALUE ZERO.
       01  WS-RERUN-CARD               PIC X VALUE "N".
       01  WS-RERUN-DATE-RAW           PIC X(8) VALUE SPACES.
       01  WS-RERUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-RERUN-OPERATOR           PIC X(8) VALUE SPACES.
       01  WS-RERUN-REASON             PIC X(40) VALUE SPACES.
       01  WS-RERUN-AUTHORISED         PIC X VALUE "N".

      *    Accumulated totals for the consolidated TSSTATS record:
      *    counts sum across partitions, the return code is the
      *    worst partition's, the restart flag is 'Y' if any
       01  WS-TOT-NUMS-TRUNC           PIC 9(6) VALUE ZERO.
       01  WS-TOT-TARGETS-TRUNC        PIC 9(4) VALUE ZERO.
       01  WS-TOT-MATCH-TRUNC          PIC 9(6) VALUE ZERO.
       01  WS-TOT-REVERSALS            PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-PROBE-PARTITIONS
           PERFORM 1500-VERIFY-PARTITION-SETS
           PERFORM 1600-READ-RUN-PARAMETERS
           PERFORM 1700-CHECK-RUN-LEDGER
           PERFORM 1800-PROVE-PARTITION-OUTPUTS
           PERFORM 1900-POST-PARTITION-LEDGERS
           PERFORM 2000-CONSOLIDATE-REPORTS
           PERFORM 3000-CONSOLIDATE-EXTRACTS
           PERFORM 4000-CONSOLIDATE-CARRYOUTS
           PERFORM 4500-CONSOLIDATE-HISTORY
           PERFORM 4700-CONSOLIDATE-WRITEOFFS
           PERFORM 4800-CONSOLIDATE-PENDING
           PERFORM 4900-CONSOLIDATE-JOURNAL
           PERFORM 5000-CONSOLIDATE-STATS
           PERFORM 5500-WRITE-LEDGER-COMPLETE
           MOVE WS-TOT-RETURN-CODE TO RETURN-CODE
           DISPLAY "TSCONSOL: CONSOLIDATED "
                   WS-STA-PARTS-FOUND " PARTITION(S) - "
                   WS-CRY-RECS-OUT " CARRYFORWARD RECORD(S), "
                   WS-HIS-RECS-OUT " HISTORY RECORD(S), "
                   WS-WOF-RECS-OUT " WRITE-OFF RECORD(S), "
                   WS-PEN-RECS-OUT " PENDING CARD(S), "
                   WS-JRN-RECS-OUT " JOURNAL EVENT(S), "
                   "RC " WS-TOT-RETURN-CODE
           STOP RUN.

                   MOVE "Y" TO WS-STA-PRES(WS-PART-NO)
               END-IF
               PERFORM 5130-CLOSE-STATS-PARTITION
               PERFORM 4860-OPEN-PENDING-PARTITION
               IF WS-IN-PRESENT = "Y"
                   MOVE "Y" TO WS-PEN-PRES(WS-PART-NO)
               END-IF
               PERFORM 4880-CLOSE-PENDING-PARTITION
               PERFORM 4960-OPEN-JOURNAL-PARTITION
               IF WS-IN-PRESENT = "Y"
                   MOVE "Y" TO WS-JRN-PRES(WS-PART-NO)
               END-IF
               PERFORM 4980-CLOSE-JOURNAL-PARTITION
               PERFORM 1960-OPEN-LEDGER-PARTITION
               IF WS-IN-PRESENT = "Y"
                   MOVE "Y" TO WS-LDG-PRES(WS-PART-NO)
               END-IF
               PERFORM 1980-CLOSE-LEDGER-PARTITION
           END-PERFORM.

       1500-VERIFY-PARTITION-SETS.
      *    A partition either ran - and left all nine datasets - or
      *    it did not run and left none.  Anything in between means
      *    the merge would be missing part of a partition that the
      *    consolidated stats (and trailers) would still vouch for,
      *    overwriting a monolithic run's real files with empties.
           PERFORM VARYING WS-PART-NO FROM 1 BY 1
                   UNTIL WS-PART-NO > 4
               IF WS-PART-PRES-ENTRY(WS-PART-NO) NOT = "YYYYYYYYY"
                   AND WS-PART-PRES-ENTRY(WS-PART-NO)
                       NOT = "NNNNNNNNN"
                   MOVE "Y" TO WS-PARTSET-BAD
                   DISPLAY "TSCONSOL: PARTITION " WS-PART-NO
                           " DATASETS INCOMPLETE "
                           "(RPT/EXT/CRY/HIS/WOF/STA/PEN/JRN/LDG "
                           "PRESENT = "
                           WS-PART-PRES-ENTRY(WS-PART-NO) ")"
               END-IF
           END-PERFORM
               STOP RUN
           END-IF.

       1600-READ-RUN-PARAMETERS.
      *    Only the 'P' card's business date and this step's own 'R'
      *    rerun card mean anything to the consolidation.
           OPEN INPUT RUNPARM-FILE
           IF WS-RUNPARM-OK
               PERFORM UNTIL WS-RUNPARM-EOF
                   READ RUNPARM-FILE
                       AT END
                           SET WS-RUNPARM-EOF TO TRUE
                       NOT AT END
                           IF PRM-MAIN-REC
                               MOVE PRM-BUS-DATE(1:8)
                                   TO WS-PRM-BUS-DATE-RAW
                           END-IF
                           IF PRM-RERUN-REC
                               AND PRM-RERUN-STEP = WS-LDG-STEP
                               MOVE "Y" TO WS-RERUN-CARD
                               MOVE PRM-RERUN-DATE
                                   TO WS-RERUN-DATE-RAW
                               MOVE PRM-RERUN-OPERATOR
                                   TO WS-RERUN-OPERATOR
                               MOVE PRM-RERUN-REASON
                                   TO WS-RERUN-REASON
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RUNPARM-FILE
           IF WS-PRM-BUS-DATE-RAW NOT = SPACES
               AND WS-PRM-BUS-DATE-RAW NOT = "00000000"
               IF WS-PRM-BUS-DATE-RAW IS NUMERIC
                   MOVE WS-PRM-BUS-DATE-RAW TO WS-PRM-BUS-DATE
               ELSE
                   DISPLAY "TSCONSOL: FATAL - BUSINESS DATE '"
                           WS-PRM-BUS-DATE-RAW "' ON TSRUNPRM IS "
                           "NOT NUMERIC - NOTHING CONSOLIDATED, NO "
                           "OUTPUT FILE TOUCHED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1700-CHECK-RUN-LEDGER.
      *    Every present partition's own ledger must show a
      *    completed TwoSum run with no later start left open, and
      *    all of them for one business date - the 'P' card's, when
      *    given.  TSRUNLDG then says whether those runs are already
      *    carried there and whether this step has completed for
      *    the date; completed, with no partition run newer than
      *    the ledger knows, it needs an 'R' card to run again.
           PERFORM VARYING WS-PART-NO FROM 1 BY 1
                   UNTIL WS-PART-NO > 4
               IF WS-LDG-PRES(WS-PART-NO) = "Y"
                   MOVE 1 TO WS-LDG-PASS
                   PERFORM 1710-SCAN-PARTITION-LEDGER
                   PERFORM 1730-CHECK-PARTITION-RUN
               END-IF
           END-PERFORM
           IF WS-PRM-BUS-DATE > ZERO
               AND WS-PRM-BUS-DATE NOT = WS-LDG-BUS-DATE
               MOVE SPACES TO WS-LDG-MESSAGE
               STRING "PARTITIONS RAN FOR BUSINESS DATE "
                       WS-LDG-BUS-DATE ", NOT THE TSRUNPRM DATE "
                       WS-PRM-BUS-DATE DELIMITED BY SIZE
                       INTO WS-LDG-MESSAGE
               PERFORM 1790-REFUSE-RUN
           END-IF
           PERFORM 1750-SCAN-RUN-LEDGER
           COMPUTE WS-LDG-THIS-RUN-NO = WS-LDG-LAST-RUN-NO + 1
           MOVE ZERO TO WS-LDG-NEW-RUNS
           PERFORM VARYING WS-PART-NO FROM 1 BY 1
                   UNTIL WS-PART-NO > 4
               IF WS-LDG-PRES(WS-PART-NO) = "Y"
                   AND WS-LDGP-POSTED(WS-PART-NO) NOT = "Y"
                   ADD 1 TO WS-LDG-NEW-RUNS
               END-IF
           END-PERFORM
           IF WS-LDG-DONE = "Y" AND WS-LDG-NEW-RUNS = ZERO
               PERFORM 1780-CHECK-RERUN-CARD
           END-IF
           DISPLAY "TSCONSOL: BUSINESS DATE " WS-LDG-BUS-DATE
                   " - " WS-LDG-NEW-RUNS
                   " PARTITION RUN(S) NEW TO THE RUN LEDGER".

       1710-SCAN-PARTITION-LEDGER.
           MOVE "N" TO WS-IN-EOF
           PERFORM 1960-OPEN-LEDGER-PARTITION
           PERFORM UNTIL WS-IN-EOF = "Y"
               PERFORM 1970-READ-LEDGER-PARTITION
               IF WS-IN-EOF = "N"
                   PERFORM 1720-TEST-PARTITION-RECORD
               END-IF
           END-PERFORM
           PERFORM 1980-CLOSE-LEDGER-PARTITION.

       1720-TEST-PARTITION-RECORD.
      *    Pass 1 follows the partition's TwoSum step records - a
      *    completion replaces any earlier one; pass 2 takes the
      *    'F' counts of the run pass 1 settled on.
           IF WS-LDG-PASS = 1
               IF RL-STEP-REC AND RL-STEP-TWOSUM
                   IF RL-COMPLETED
                       MOVE "Y" TO WS-LDGP-DONE(WS-PART-NO)
                       MOVE "N" TO WS-LDGP-OPEN(WS-PART-NO)
                       MOVE RL-BUS-DATE TO WS-LDGP-DATE(WS-PART-NO)
                       MOVE RL-PARTITION-ID
                           TO WS-LDGP-PARTITION(WS-PART-NO)
                       MOVE RL-RUN-NO TO WS-LDGP-RUN-NO(WS-PART-NO)
                   ELSE
                       MOVE "Y" TO WS-LDGP-OPEN(WS-PART-NO)
                       MOVE RL-RUN-NO
                           TO WS-LDGP-OPEN-RUN-NO(WS-PART-NO)
                   END-IF
               END-IF
           ELSE
               IF RL-FILE-REC AND RL-STEP-TWOSUM
                   AND RL-BUS-DATE = WS-LDGP-DATE(WS-PART-NO)
                   AND RL-PARTITION-ID
                       = WS-LDGP-PARTITION(WS-PART-NO)
                   AND RL-RUN-NO = WS-LDGP-RUN-NO(WS-PART-NO)
                   EVALUATE RL-DATASET
                       WHEN "TSEXTRCT"
                           MOVE "Y" TO WS-LDGP-EXT-FOUND(WS-PART-NO)
                           MOVE RL-REC-COUNT
                               TO WS-LDGP-EXT-COUNT(WS-PART-NO)
                           MOVE RL-HASH-TOTAL
                               TO WS-LDGP-EXT-HASH(WS-PART-NO)
                       WHEN "TSCARRYO"
                           MOVE "Y" TO WS-LDGP-CRY-FOUND(WS-PART-NO)
                           MOVE RL-REC-COUNT
                               TO WS-LDGP-CRY-COUNT(WS-PART-NO)
                           MOVE RL-HASH-TOTAL
                               TO WS-LDGP-CRY-HASH(WS-PART-NO)
                       WHEN "TSHIST"
                           MOVE "Y" TO WS-LDGP-HIS-FOUND(WS-PART-NO)
                           MOVE RL-REC-COUNT
                               TO WS-LDGP-HIS-COUNT(WS-PART-NO)
                           MOVE RL-HASH-TOTAL
                               TO WS-LDGP-HIS-HASH(WS-PART-NO)
                   END-EVALUATE
               END-IF
           END-IF.

       1730-CHECK-PARTITION-RUN.
           IF WS-LDGP-DONE(WS-PART-NO) NOT = "Y"
               MOVE SPACES TO WS-LDG-MESSAGE
               STRING "PARTITION " WS-PART-NO " LEDGER SHOWS NO "
                       "COMPLETED TWOSUM RUN"
                       DELIMITED BY SIZE INTO WS-LDG-MESSAGE
               PERFORM 1790-REFUSE-RUN
           END-IF
           IF WS-LDGP-OPEN(WS-PART-NO) = "Y"
               MOVE SPACES TO WS-LDG-MESSAGE
               STRING "PARTITION " WS-PART-NO " TWOSUM RUN "
                       WS-LDGP-OPEN-RUN-NO(WS-PART-NO)
                       " HAS STARTED BUT NOT COMPLETED"
                       DELIMITED BY SIZE INTO WS-LDG-MESSAGE
               PERFORM 1790-REFUSE-RUN
           END-IF
           IF WS-LDG-BUS-DATE = ZERO
               MOVE WS-LDGP-DATE(WS-PART-NO) TO WS-LDG-BUS-DATE
           END-IF
           IF WS-LDGP-DATE(WS-PART-NO) NOT = WS-LDG-BUS-DATE
               MOVE SPACES TO WS-LDG-MESSAGE
               STRING "PARTITION " WS-PART-NO " RAN FOR BUSINESS "
                       "DATE " WS-LDGP-DATE(WS-PART-NO)
                       ", ANOTHER PARTITION FOR "
                       WS-LDG-BUS-DATE
                       DELIMITED BY SIZE INTO WS-LDG-MESSAGE
               PERFORM 1790-REFUSE-RUN
           END-IF
           MOVE 2 TO WS-LDG-PASS
           PERFORM 1710-SCAN-PARTITION-LEDGER.

       1750-SCAN-RUN-LEDGER.
           OPEN INPUT RUN-LEDGER-FILE
           IF WS-LEDGER-ABSENT
               CONTINUE
           ELSE
               IF NOT WS-LEDGER-OK
                   DISPLAY "TSCONSOL: FATAL - RUN-LEDGER-FILE OPEN "
                           "FAILED, STATUS " WS-LEDGER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-IN-EOF
               PERFORM UNTIL WS-IN-EOF = "Y"
                   READ RUN-LEDGER-FILE INTO RUN-LEDGER-RECORD
                       AT END
                           MOVE "Y" TO WS-IN-EOF
                       NOT AT END
                           IF RL-STEP-REC
                               AND RL-BUS-DATE = WS-LDG-BUS-DATE
                               PERFORM 1760-TEST-LEDGER-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RUN-LEDGER-FILE.

       1760-TEST-LEDGER-RECORD.
           IF RL-STEP = WS-LDG-STEP
               IF RL-RUN-NO > WS-LDG-LAST-RUN-NO
                   MOVE RL-RUN-NO TO WS-LDG-LAST-RUN-NO
               END-IF
               IF RL-COMPLETED
                   MOVE "Y" TO WS-LDG-DONE
                   MOVE RL-RUN-NO TO WS-LDG-DONE-RUN-NO
               END-IF
           END-IF
           IF RL-STEP-TWOSUM AND RL-COMPLETED
               PERFORM VARYING WS-PART-NO FROM 1 BY 1
                       UNTIL WS-PART-NO > 4
                   IF WS-LDG-PRES(WS-PART-NO) = "Y"
                       AND RL-PARTITION-ID
                           = WS-LDGP-PARTITION(WS-PART-NO)
                       AND RL-RUN-NO = WS-LDGP-RUN-NO(WS-PART-NO)
                       MOVE "Y" TO WS-LDGP-POSTED(WS-PART-NO)
                   END-IF
               END-PERFORM
           END-IF.

       1780-CHECK-RERUN-CARD.
           IF WS-RERUN-CARD = "Y"
               AND WS-RERUN-DATE-RAW IS NUMERIC
               AND WS-RERUN-OPERATOR NOT = SPACES
               MOVE WS-RERUN-DATE-RAW TO WS-RERUN-DATE
               IF WS-RERUN-DATE = WS-LDG-BUS-DATE
                   MOVE "Y" TO WS-RERUN-AUTHORISED
               END-IF
           END-IF
           IF WS-RERUN-AUTHORISED = "Y"
               DISPLAY "TSCONSOL: RERUN OF BUSINESS DATE "
                       WS-LDG-BUS-DATE " AUTHORISED BY "
                       WS-RERUN-OPERATOR " - " WS-RERUN-REASON
           ELSE
               MOVE SPACES TO WS-LDG-MESSAGE
               IF WS-RERUN-CARD = "Y"
                   STRING "TSCONSOL ALREADY COMPLETED FOR "
                           WS-LDG-BUS-DATE " (RUN "
                           WS-LDG-DONE-RUN-NO ") - 'R' CARD DOES "
                           "NOT NAME THIS DATE AND AN OPERATOR"
                           DELIMITED BY SIZE INTO WS-LDG-MESSAGE
               ELSE
                   STRING "TSCONSOL ALREADY COMPLETED FOR "
                           WS-LDG-BUS-DATE " (RUN "
                           WS-LDG-DONE-RUN-NO ") - NO RERUN "
                           "AUTHORISATION CARD"
                           DELIMITED BY SIZE INTO WS-LDG-MESSAGE
               END-IF
               PERFORM 1790-REFUSE-RUN
           END-IF.

       1790-REFUSE-RUN.
           DISPLAY "TSCONSOL: FATAL - RUN LEDGER: " WS-LDG-MESSAGE
           DISPLAY "TSCONSOL: RUN REFUSED FOR BUSINESS DATE "
                   WS-LDG-BUS-DATE " - NOTHING CONSOLIDATED, NO "
                   "OUTPUT FILE TOUCHED"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1800-PROVE-PARTITION-OUTPUTS.
      *    A read-only pass over each present partition's extract,
      *    carryforward, and history day file, counted and hash-
      *    totalled exactly as the merge will count them, against
      *    what the partition's TwoSum run recorded.  A dataset from
      *    another run - an older generation, or a rerun's output
      *    paired with the first run's ledger - is refused here,
      *    while every output is still untouched.
           PERFORM VARYING WS-PART-NO FROM 1 BY 1
                   UNTIL WS-PART-NO > 4
               IF WS-LDG-PRES(WS-PART-NO) = "Y"
                   PERFORM 1810-COUNT-PARTITION-EXTRACT
                   MOVE "TSEXTRCT" TO WS-LDG-CHK-DATASET
                   MOVE WS-LDGP-EXT-FOUND(WS-PART-NO)
                       TO WS-LDG-CHK-FOUND
                   MOVE WS-LDGP-EXT-COUNT(WS-PART-NO)
                       TO WS-LDG-CHK-COUNT
                   MOVE WS-LDGP-EXT-HASH(WS-PART-NO)
                       TO WS-LDG-CHK-HASH
                   PERFORM 1850-COMPARE-LEDGER-COUNT
                   PERFORM 1820-COUNT-PARTITION-CARRY
                   MOVE "TSCARRYO" TO WS-LDG-CHK-DATASET
                   MOVE WS-LDGP-CRY-FOUND(WS-PART-NO)
                       TO WS-LDG-CHK-FOUND
                   MOVE WS-LDGP-CRY-COUNT(WS-PART-NO)
                       TO WS-LDG-CHK-COUNT
                   MOVE WS-LDGP-CRY-HASH(WS-PART-NO)
                       TO WS-LDG-CHK-HASH
                   PERFORM 1850-COMPARE-LEDGER-COUNT
                   PERFORM 1830-COUNT-PARTITION-HISTORY
                   MOVE "TSHIST" TO WS-LDG-CHK-DATASET
                   MOVE WS-LDGP-HIS-FOUND(WS-PART-NO)
                       TO WS-LDG-CHK-FOUND
                   MOVE WS-LDGP-HIS-COUNT(WS-PART-NO)
                       TO WS-LDG-CHK-COUNT
                   MOVE WS-LDGP-HIS-HASH(WS-PART-NO)
                       TO WS-LDG-CHK-HASH
                   PERFORM 1850-COMPARE-LEDGER-COUNT
               END-IF
           END-PERFORM.

       1810-COUNT-PARTITION-EXTRACT.
           MOVE "N" TO WS-IN-EOF
           MOVE ZERO TO WS-P-READ-COUNT
           MOVE ZERO TO WS-P-HASH-TOTAL
           PERFORM 3110-OPEN-EXTRACT-PARTITION
           PERFORM UNTIL WS-IN-EOF = "Y"
               PERFORM 3120-READ-EXTRACT-PARTITION
               IF WS-IN-EOF = "N" AND NOT EXT-TRAILER-REC
                   ADD 1 TO WS-P-READ-COUNT
                   ADD EXT-AMT1 TO WS-P-HASH-TOTAL
                   IF EXT-PAIR-REC OR EXT-TRIPLET-REC
                           OR EXT-REVERSAL-REC
                       ADD EXT-AMT2 TO WS-P-HASH-TOTAL
                   END-IF
                   IF EXT-TRIPLET-REC OR EXT-REVERSAL-REC
                       ADD EXT-AMT3 TO WS-P-HASH-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 3130-CLOSE-EXTRACT-PARTITION.

       1820-COUNT-PARTITION-CARRY.
           MOVE "N" TO WS-IN-EOF
           MOVE ZERO TO WS-P-READ-COUNT
           MOVE ZERO TO WS-P-HASH-TOTAL
           PERFORM 4110-OPEN-CARRY-PARTITION
           PERFORM UNTIL WS-IN-EOF = "Y"
               PERFORM 4120-READ-CARRY-PARTITION
               IF WS-IN-EOF = "N" AND NOT CF-TRAILER-REC
                   ADD 1 TO WS-P-READ-COUNT
                   ADD CF-AMOUNT TO WS-P-HASH-TOTAL
               END-IF
           END-PERFORM
           PERFORM 4130-CLOSE-CARRY-PARTITION.

       1830-COUNT-PARTITION-HISTORY.
           MOVE "N" TO WS-IN-EOF
           MOVE ZERO TO WS-P-READ-COUNT
           MOVE ZERO TO WS-P-HASH-TOTAL
           PERFORM 4560-OPEN-HISTORY-PARTITION
           PERFORM UNTIL WS-IN-EOF = "Y"
               PERFORM 4570-READ-HISTORY-PARTITION
               IF WS-IN-EOF = "N"
                   MOVE WS-HIST-LINE TO HISTORY-RECORD
                   ADD 1 TO WS-P-READ-COUNT
                   ADD HS-TARGET TO WS-P-HASH-TOTAL
               END-IF
           END-PERFORM
           PERFORM 4580-CLOSE-HISTORY-PARTITION.

       1850-COMPARE-LEDGER-COUNT.
           IF WS-LDG-CHK-FOUND NOT = "Y"
               MOVE SPACES TO WS-LDG-MESSAGE
               STRING "PARTITION " WS-PART-NO " TWOSUM RUN "
                       WS-LDGP-RUN-NO(WS-PART-NO) " RECORDED NO "
                       WS-LDG-CHK-DATASET
                       DELIMITED BY SIZE INTO WS-LDG-MESSAGE
               PERFORM 1790-REFUSE-RUN
           END-IF
           IF WS-P-READ-COUNT NOT = WS-LDG-CHK-COUNT
               OR WS-P-HASH-TOTAL NOT = WS-LDG-CHK-HASH
               MOVE WS-P-READ-COUNT TO WS-LDG-EDIT-COUNT
               MOVE WS-P-HASH-TOTAL TO WS-LDG-EDIT-HASH
               MOVE WS-LDG-CHK-COUNT TO WS-LDG-EDIT-COUNT2
               MOVE WS-LDG-CHK-HASH TO WS-LDG-EDIT-HASH2
               DISPLAY "TSCONSOL: PARTITION " WS-PART-NO " "
                       WS-LDG-CHK-DATASET " READ   "
                       WS-LDG-EDIT-COUNT " RECORD(S), HASH "
                       WS-LDG-EDIT-HASH
               DISPLAY "TSCONSOL: PARTITION " WS-PART-NO " "
                       WS-LDG-CHK-DATASET " LEDGER "
                       WS-LDG-EDIT-COUNT2 " RECORD(S), HASH "
                       WS-LDG-EDIT-HASH2
               MOVE SPACES TO WS-LDG-MESSAGE
               STRING "PARTITION " WS-PART-NO " " DELIMITED BY SIZE
                       WS-LDG-CHK-DATASET DELIMITED BY SPACE
                       " DOES NOT MATCH WHAT TWOSUM RUN "
                       WS-LDGP-RUN-NO(WS-PART-NO) " RECORDED"
                       DELIMITED BY SIZE INTO WS-LDG-MESSAGE
               PERFORM 1790-REFUSE-RUN
           END-IF.

       1900-POST-PARTITION-LEDGERS.
      *    The checks have passed.  Each partition run TSRUNLDG does
      *    not yet hold is carried onto it - its records for the
      *    business date, in the order the partition wrote them -
      *    and this step's start record follows.
           OPEN EXTEND RUN-LEDGER-FILE
           IF NOT WS-LEDGER-OK
               DISPLAY "TSCONSOL: FATAL - RUN-LEDGER-FILE OPEN "
                       "FAILED, STATUS " WS-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-PART-NO FROM 1 BY 1
                   UNTIL WS-PART-NO > 4
               IF WS-LDG-PRES(WS-PART-NO) = "Y"
                   AND WS-LDGP-POSTED(WS-PART-NO) NOT = "Y"
                   PERFORM 1910-POST-ONE-PARTITION-LEDGER
               END-IF
           END-PERFORM
           PERFORM 5530-BUILD-STEP-RECORD
           MOVE "S" TO RL-STATUS
           WRITE LEDGER-RECORD FROM RUN-LEDGER-RECORD
           CLOSE RUN-LEDGER-FILE
           DISPLAY "TSCONSOL: RUN LEDGER - BUSINESS DATE "
                   WS-LDG-BUS-DATE " RUN " WS-LDG-THIS-RUN-NO
                   " STARTED".

       1910-POST-ONE-PARTITION-LEDGER.
           MOVE "N" TO WS-IN-EOF
           PERFORM 1960-OPEN-LEDGER-PARTITION
           PERFORM UNTIL WS-IN-EOF = "Y"
               PERFORM 1970-READ-LEDGER-PARTITION
               IF WS-IN-EOF = "N"
                   AND RL-BUS-DATE = WS-LDG-BUS-DATE
                   WRITE LEDGER-RECORD FROM RUN-LEDGER-RECORD
               END-IF
           END-PERFORM
           PERFORM 1980-CLOSE-LEDGER-PARTITION.

       1960-OPEN-LEDGER-PARTITION.
           EVALUATE WS-PART-NO
               WHEN 1
                   OPEN INPUT LDG-IN1-FILE
                   MOVE WS-LDG-IN1-STATUS TO WS-IN-OPEN-STATUS
                   EVALUATE TRUE
                       WHEN WS-LDG-IN1-OK
                           MOVE "Y" TO WS-IN-PRESENT
                       WHEN WS-LDG-IN1-NOT-RUN
                           MOVE "N" TO WS-IN-PRESENT
                       WHEN OTHER
                           MOVE "F" TO WS-IN-PRESENT
                   END-EVALUATE
               WHEN 2
                   OPEN INPUT LDG-IN2-FILE
                   MOVE WS-LDG-IN2-STATUS TO WS-IN-OPEN-STATUS
                   EVALUATE TRUE
                       WHEN WS-LDG-IN2-OK
                           MOVE "Y" TO WS-IN-PRESENT
                       WHEN WS-LDG-IN2-NOT-RUN
                           MOVE "N" TO WS-IN-PRESENT
                       WHEN OTHER
                           MOVE "F" TO WS-IN-PRESENT
                   END-EVALUATE
               WHEN 3
                   OPEN INPUT LDG-IN3-FILE
                   MOVE WS-LDG-IN3-STATUS TO WS-IN-OPEN-STATUS
                   EVALUATE TRUE
                       WHEN WS-LDG-IN3-OK
                           MOVE "Y" TO WS-IN-PRESENT
                       WHEN WS-LDG-IN3-NOT-RUN
                           MOVE "N" TO WS-IN-PRESENT
                       WHEN OTHER
                           MOVE "F" TO WS-IN-PRESENT
                   END-EVALUATE
               WHEN 4
                   OPEN INPUT LDG-IN4-FILE
                   MOVE WS-LDG-IN4-STATUS TO WS-IN-OPEN-STATUS
                   EVALUATE TRUE
                       WHEN WS-LDG-IN4-OK
                           MOVE "Y" TO WS-IN-PRESENT
                       WHEN WS-LDG-IN4-NOT-RUN
                           MOVE "N" TO WS-IN-PRESENT
                       WHEN OTHER
                           MOVE "F" TO WS-IN-PRESENT
                   END-EVALUATE
           END-EVALUATE
           IF WS-IN-PRESENT = "F"
               DISPLAY "TSCONSOL: FATAL - RUN LEDGER PARTITION "
                       WS-PART-NO " OPEN FAILED, STATUS "
                       WS-IN-OPEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1970-READ-LEDGER-PARTITION.
           EVALUATE WS-PART-NO
               WHEN 1
                   READ LDG-IN1-FILE INTO RUN-LEDGER-RECORD
                       AT END MOVE "Y" TO WS-IN-EOF
                   END-READ
               WHEN 2
                   READ LDG-IN2-FILE INTO RUN-LEDGER-RECORD
                       AT END MOVE "Y" TO WS-IN-EOF
                   END-READ
               WHEN 3
                   READ LDG-IN3-FILE INTO RUN-LEDGER-RECORD
                       AT END MOVE "Y" TO WS-IN-EOF
                   END-READ
               WHEN 4
                   READ LDG-IN4-FILE INTO RUN-LEDGER-RECORD
                       AT END MOVE "Y" TO WS-IN-EOF
                   END-READ
           END-EVALUATE.

       1980-CLOSE-LEDGER-PARTITION.
           EVALUATE WS-PART-NO
               WHEN 1
                   CLOSE LDG-IN1-FILE
               WHEN 2
                   CLOSE LDG-IN2-FILE
               WHEN 3
                   CLOSE LDG-IN3-FILE
               WHEN 4
                   CLOSE LDG-IN4-FILE
           END-EVALUATE.

       2000-CONSOLIDATE-REPORTS.
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
           ELSE
               ADD 1 TO WS-P-READ-COUNT
               ADD EXT-AMT1 TO WS-P-HASH-TOTAL
               IF EXT-PAIR-REC OR EXT-TRIPLET-REC OR EXT-REVERSAL-REC
                   ADD EXT-AMT2 TO WS-P-HASH-TOTAL
               END-IF
               IF EXT-TRIPLET-REC OR EXT-REVERSAL-REC
                   ADD EXT-AMT3 TO WS-P-HASH-TOTAL
               END-IF
               WRITE EXTRACT-OUT-RECORD FROM EXTRACT-RECORD
                   CLOSE WOF-IN4-FILE
           END-EVALUATE.

       4800-CONSOLIDATE-PENDING.
      *    Each partition rewrites the pending-approval cards for
      *    its own buckets (TwoSum drops the other buckets' cards on
      *    load), so the union of the partition files is tomorrow's
      *    whole TSPENDO.  No trailer - TwoSum rebuilds the file in
      *    full every run.
           OPEN OUTPUT PENDOUT-FILE
           IF NOT WS-PENDOUT-OK
               DISPLAY "TSCONSOL: FATAL - PENDOUT-FILE OPEN FAILED, "
                       "STATUS " WS-PENDOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-PART-NO FROM 1 BY 1
                   UNTIL WS-PART-NO > 4
               PERFORM 4850-COPY-ONE-PENDING
           END-PERFORM
           CLOSE PENDOUT-FILE.

       4850-COPY-ONE-PENDING.
           MOVE "N" TO WS-IN-EOF
           PERFORM 4860-OPEN-PENDING-PARTITION
           IF WS-IN-PRESENT = "Y"
               MOVE "Y" TO WS-PEN-PRES(WS-PART-NO)
               ADD 1 TO WS-PEN-PARTS-FOUND
               PERFORM UNTIL WS-IN-EOF = "Y"
                   PERFORM 4870-READ-PENDING-PARTITION
                   IF WS-IN-EOF = "N"
                       WRITE PENDOUT-RECORD FROM WS-PEND-LINE
                       ADD 1 TO WS-PEN-RECS-OUT
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 4880-CLOSE-PENDING-PARTITION.

       4860-OPEN-PENDING-PARTITION.
           EVALUATE WS-PART-NO
               WHEN 1
                   OPEN INPUT PEN-IN1-FILE
                   MOVE WS-PEN-IN1-STATUS TO WS-IN-OPEN-STATUS
                   EVALUATE TRUE
                       WHEN WS-PEN-IN1-OK
                           MOVE "Y" TO WS-IN-PRESENT
                       WHEN WS-PEN-IN1-NOT-RUN
                           MOVE "N" TO WS-IN-PRESENT
                       WHEN OTHER
                           MOVE "F" TO WS-IN-PRESENT
                   END-EVALUATE
               WHEN 2
                   OPEN INPUT PEN-IN2-FILE
                   MOVE WS-PEN-IN2-STATUS TO WS-IN-OPEN-STATUS
                   EVALUATE TRUE
                       WHEN WS-PEN-IN2-OK
                           MOVE "Y" TO WS-IN-PRESENT
                       WHEN WS-PEN-IN2-NOT-RUN
                           MOVE "N" TO WS-IN-PRESENT
                       WHEN OTHER
                           MOVE "F" TO WS-IN-PRESENT
                   END-EVALUATE
               WHEN 3
                   OPEN INPUT PEN-IN3-FILE
                   MOVE WS-PEN-IN3-STATUS TO WS-IN-OPEN-STATUS
                   EVALUATE TRUE
                       WHEN WS-PEN-IN3-OK
                           MOVE "Y" TO WS-IN-PRESENT
                       WHEN WS-PEN-IN3-NOT-RUN
                           MOVE "N" TO WS-IN-PRESENT
                       WHEN OTHER
                           MOVE "F" TO WS-IN-PRESENT
                   END-EVALUATE
               WHEN 4
                   OPEN INPUT PEN-IN4-FILE
                   MOVE WS-PEN-IN4-STATUS TO WS-IN-OPEN-STATUS
                   EVALUATE TRUE
                       WHEN WS-PEN-IN4-OK
                           MOVE "Y" TO WS-IN-PRESENT
                       WHEN WS-PEN-IN4-NOT-RUN
                           MOVE "N" TO WS-IN-PRESENT
                       WHEN OTHER
                           MOVE "F" TO WS-IN-PRESENT
                   END-EVALUATE
           END-EVALUATE
           IF WS-IN-PRESENT = "F"
               DISPLAY "TSCONSOL: FATAL - PENDING PARTITION "
                       WS-PART-NO " OPEN FAILED, STATUS "
                       WS-IN-OPEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4870-READ-PENDING-PARTITION.
           EVALUATE WS-PART-NO
               WHEN 1
                   READ PEN-IN1-FILE INTO WS-PEND-LINE
                       AT END MOVE "Y" TO WS-IN-EOF
                   END-READ
               WHEN 2
                   READ PEN-IN2-FILE INTO WS-PEND-LINE
                       AT END MOVE "Y" TO WS-IN-EOF
                   END-READ
               WHEN 3
                   READ PEN-IN3-FILE INTO WS-PEND-LINE
                       AT END MOVE "Y" TO WS-IN-EOF
                   END-READ
               WHEN 4
                   READ PEN-IN4-FILE INTO WS-PEND-LINE
                       AT END MOVE "Y" TO WS-IN-EOF
                   END-READ
           END-EVALUATE.

       4880-CLOSE-PENDING-PARTITION.
           EVALUATE WS-PART-NO
               WHEN 1
                   CLOSE PEN-IN1-FILE
               WHEN 2
                   CLOSE PEN-IN2-FILE
               WHEN 3
                   CLOSE PEN-IN3-FILE
               WHEN 4
                   CLOSE PEN-IN4-FILE
           END-EVALUATE.

       4900-CONSOLIDATE-JOURNAL.
      *    The item-event journal is permanent like TSHIST and is
      *    appended the same way: opened EXTEND, each partition's
      *    events behind every prior day's.  Partition order keeps
      *    each item's events in the order they happened, since a
      *    bucket - and so an item - belongs to one partition.
           OPEN EXTEND JOURNAL-FILE
           IF NOT WS-JOURNAL-OK
               DISPLAY "TSCONSOL: FATAL - JOURNAL-FILE OPEN FAILED, "
                       "STATUS " WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-PART-NO FROM 1 BY 1
                   UNTIL WS-PART-NO > 4
               PERFORM 4950-COPY-ONE-JOURNAL
           END-PERFORM
           CLOSE JOURNAL-FILE.

       4950-COPY-ONE-JOURNAL.
           MOVE "N" TO WS-IN-EOF
           PERFORM 4960-OPEN-JOURNAL-PARTITION
           IF WS-IN-PRESENT = "Y"
               MOVE "Y" TO WS-JRN-PRES(WS-PART-NO)
               ADD 1 TO WS-JRN-PARTS-FOUND
               PERFORM UNTIL WS-IN-EOF = "Y"
                   PERFORM 4970-READ-JOURNAL-PARTITION
                   IF WS-IN-EOF = "N"
                       WRITE JOURNAL-OUT-RECORD FROM WS-JRNL-LINE
                       ADD 1 TO WS-JRN-RECS-OUT
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 4980-CLOSE-JOURNAL-PARTITION.

       4960-OPEN-JOURNAL-PARTITION.
           EVALUATE WS-PART-NO
               WHEN 1
                   OPEN INPUT JRN-IN1-FILE
                   MOVE WS-JRN-IN1-STATUS TO WS-IN-OPEN-STATUS
                   EVALUATE TRUE
                       WHEN WS-JRN-IN1-OK
                           MOVE "Y" TO WS-IN-PRESENT
                       WHEN WS-JRN-IN1-NOT-RUN
                           MOVE "N" TO WS-IN-PRESENT
                       WHEN OTHER
                           MOVE "F" TO WS-IN-PRESENT
                   END-EVALUATE
               WHEN 2
                   OPEN INPUT JRN-IN2-FILE
                   MOVE WS-JRN-IN2-STATUS TO WS-IN-OPEN-STATUS
                   EVALUATE TRUE
                       WHEN WS-JRN-IN2-OK
                           MOVE "Y" TO WS-IN-PRESENT
                       WHEN WS-JRN-IN2-NOT-RUN
                           MOVE "N" TO WS-IN-PRESENT
                       WHEN OTHER
                           MOVE "F" TO WS-IN-PRESENT
                   END-EVALUATE
               WHEN 3
                   OPEN INPUT JRN-IN3-FILE
                   MOVE WS-JRN-IN3-STATUS TO WS-IN-OPEN-STATUS
                   EVALUATE TRUE
                       WHEN WS-JRN-IN3-OK
                           MOVE "Y" TO WS-IN-PRESENT
                       WHEN WS-JRN-IN3-NOT-RUN
                           MOVE "N" TO WS-IN-PRESENT
                       WHEN OTHER
                           MOVE "F" TO WS-IN-PRESENT
                   END-EVALUATE
               WHEN 4
                   OPEN INPUT JRN-IN4-FILE
                   MOVE WS-JRN-IN4-STATUS TO WS-IN-OPEN-STATUS
                   EVALUATE TRUE
                       WHEN WS-JRN-IN4-OK
                           MOVE "Y" TO WS-IN-PRESENT
                       WHEN WS-JRN-IN4-NOT-RUN
                           MOVE "N" TO WS-IN-PRESENT
                       WHEN OTHER
                           MOVE "F" TO WS-IN-PRESENT
                   END-EVALUATE
           END-EVALUATE
           IF WS-IN-PRESENT = "F"
               DISPLAY "TSCONSOL: FATAL - JOURNAL PARTITION "
                       WS-PART-NO " OPEN FAILED, STATUS "
                       WS-IN-OPEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4970-READ-JOURNAL-PARTITION.
           EVALUATE WS-PART-NO
               WHEN 1
                   READ JRN-IN1-FILE INTO WS-JRNL-LINE
                       AT END MOVE "Y" TO WS-IN-EOF
                   END-READ
               WHEN 2
                   READ JRN-IN2-FILE INTO WS-JRNL-LINE
                       AT END MOVE "Y" TO WS-IN-EOF
                   END-READ
               WHEN 3
                   READ JRN-IN3-FILE INTO WS-JRNL-LINE
                       AT END MOVE "Y" TO WS-IN-EOF
                   END-READ
               WHEN 4
                   READ JRN-IN4-FILE INTO WS-JRNL-LINE
                       AT END MOVE "Y" TO WS-IN-EOF
                   END-READ
           END-EVALUATE.

       4980-CLOSE-JOURNAL-PARTITION.
           EVALUATE WS-PART-NO
               WHEN 1
                   CLOSE JRN-IN1-FILE
               WHEN 2
                   CLOSE JRN-IN2-FILE
               WHEN 3
                   CLOSE JRN-IN3-FILE
               WHEN 4
                   CLOSE JRN-IN4-FILE
           END-EVALUATE.

       5000-CONSOLIDATE-STATS.
           PERFORM VARYING WS-PART-NO FROM 1 BY 1
                   UNTIL WS-PART-NO > 4
           MOVE WS-TOT-NUMS-TRUNC      TO ST-NUMS-TRUNC-COUNT
           MOVE WS-TOT-TARGETS-TRUNC   TO ST-TARGETS-TRUNC-COUNT
           MOVE WS-TOT-MATCH-TRUNC     TO ST-MATCH-TRUNC-COUNT
           MOVE WS-TOT-REVERSALS       TO ST-REVERSALS
           WRITE STATS-OUT-RECORD FROM STATS-RECORD
           CLOSE STATS-FILE.

           ADD ST-CARRIED-FORWARD      TO WS-TOT-CARRIED
           ADD ST-NUMS-TRUNC-COUNT     TO WS-TOT-NUMS-TRUNC
           ADD ST-TARGETS-TRUNC-COUNT  TO WS-TOT-TARGETS-TRUNC
           ADD ST-MATCH-TRUNC-COUNT    TO WS-TOT-MATCH-TRUNC
           ADD ST-REVERSALS            TO WS-TOT-REVERSALS.

       5500-WRITE-LEDGER-COMPLETE.
      *    The merged files are closed.  Their counts - the extract
      *    and carryforward as written, the history archive as it
      *    now stands, and the consolidated statistics record - go
      *    on the run ledger for the steps that read them, then the
      *    completion record with the worst partition's return code.
           PERFORM 5510-COUNT-HISTORY
           OPEN EXTEND RUN-LEDGER-FILE
           IF NOT WS-LEDGER-OK
               DISPLAY "TSCONSOL: FATAL - RUN-LEDGER-FILE OPEN "
                       "FAILED, STATUS " WS-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 5530-BUILD-STEP-RECORD
           MOVE "F" TO RL-REC-TYPE
           MOVE SPACES TO RL-FILE-DATA
           MOVE "TSEXTRCT" TO RL-DATASET
           MOVE WS-EXT-RECS-OUT TO RL-REC-COUNT
           MOVE WS-EXT-TOT-HASH TO RL-HASH-TOTAL
           WRITE LEDGER-RECORD FROM RUN-LEDGER-RECORD
           MOVE "TSCARRYO" TO RL-DATASET
           MOVE WS-CRY-RECS-OUT TO RL-REC-COUNT
           MOVE WS-CRY-TOT-HASH TO RL-HASH-TOTAL
           WRITE LEDGER-RECORD FROM RUN-LEDGER-RECORD
           MOVE "TSHIST" TO RL-DATASET
           MOVE WS-LDG-HIST-COUNT TO RL-REC-COUNT
           MOVE WS-LDG-HIST-HASH TO RL-HASH-TOTAL
           WRITE LEDGER-RECORD FROM RUN-LEDGER-RECORD
           MOVE "TSSTATS" TO RL-DATASET
           MOVE 1 TO RL-REC-COUNT
           COMPUTE RL-HASH-TOTAL = WS-TOT-PAIRS + WS-TOT-TRIPLETS
                   + WS-TOT-REVERSALS
           WRITE LEDGER-RECORD FROM RUN-LEDGER-RECORD
           PERFORM 5530-BUILD-STEP-RECORD
           MOVE "C" TO RL-STATUS
           MOVE WS-TOT-RETURN-CODE TO RL-RETURN-CODE
           WRITE LEDGER-RECORD FROM RUN-LEDGER-RECORD
           CLOSE RUN-LEDGER-FILE
           DISPLAY "TSCONSOL: RUN LEDGER - BUSINESS DATE "
                   WS-LDG-BUS-DATE " RUN " WS-LDG-THIS-RUN-NO
                   " COMPLETE".

       5510-COUNT-HISTORY.
           MOVE ZERO TO WS-LDG-HIST-COUNT
           MOVE ZERO TO WS-LDG-HIST-HASH
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-IN-EOF = "Y"
                   READ HISTORY-FILE INTO HISTORY-RECORD
                       AT END
                           MOVE "Y" TO WS-IN-EOF
                       NOT AT END
                           ADD 1 TO WS-LDG-HIST-COUNT
                           ADD HS-TARGET TO WS-LDG-HIST-HASH
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HISTORY-FILE.

       5530-BUILD-STEP-RECORD.
           MOVE SPACES TO RUN-LEDGER-RECORD
           MOVE "S" TO RL-REC-TYPE
           MOVE WS-LDG-BUS-DATE TO RL-BUS-DATE
           MOVE WS-LDG-STEP TO RL-STEP
           MOVE WS-LDG-THIS-RUN-NO TO RL-RUN-NO
           MOVE ZERO TO RL-RETURN-CODE
           ACCEPT WS-LDG-SYS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LDG-SYS-TIME FROM TIME
           MOVE WS-LDG-SYS-DATE TO RL-SYS-DATE
           MOVE WS-LDG-SYS-TIME TO RL-SYS-TIME
           IF WS-RERUN-AUTHORISED = "Y"
               MOVE WS-RERUN-OPERATOR TO RL-RERUN-OPERATOR
               MOVE WS-RERUN-REASON TO RL-RERUN-REASON
           END-IF.
