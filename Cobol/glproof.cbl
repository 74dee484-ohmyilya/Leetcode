      * line per account within suspense bucket and currency with
      * leg count and signed amount total, bucket subtotals, a
      * count/amount split by record type ('2' pairs, '3' triplets,
      * '4' manual matches, 'V' reversals of clearings already
      * posted), and a run grand total.  The extract is
      * first balanced against its own trailer (RETURN-CODE 16 on a
      * mismatch, the same discipline every consumer applies), and
      * the pair, triplet and reversal record counts are cross-
      * footed against the TSSTATS record of the same run, so a
      * discrepancy surfaces before GL posts instead of a night
      * later when GLRecon finds it.  Any cross-foot mismatch, or a
      * missing stats record, ends the run with RETURN-CODE 4 so the
      * scheduler can hold the posting.  Each bucket subtotal
      * carries the bucket's description and owning team from the
      * bucket master (TSBKTMS); the proof still prints without the
      * master, the buckets simply go unnamed.
      * The proof is a step of the daily chain on the run ledger
      * (TSRUNLDG).  It proves the business date on the TSRUNPRM 'P'
      * card, or else the latest date TwoSum (or TSConsol, after a
      * partitioned night) completed on the ledger, and refuses with
      * RETURN-CODE 16 - before the report is opened - if that step
      * has not completed for the date, if TSEXTRCT is not the
      * extract the ledger says it wrote, if TSSTATS is for another
      * date or is not the record the ledger says it wrote, or if
      * the proof has already been run since and no 'R' rerun card
      * names GLPROOF and the date.  It records its start and
      * completion there.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLProof.
           SELECT PROOF-REPORT-FILE ASSIGN TO "TSPROOF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-REPORT-STATUS.
           SELECT OPTIONAL BUCKET-MASTER-FILE ASSIGN TO "TSBKTMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKTMAS-STATUS.
           SELECT OPTIONAL RUNPARM-FILE ASSIGN TO "TSRUNPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "TSRUNLDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROOF-REPORT-FILE.
       01  PROOF-REPORT-RECORD             PIC X(132).

       FD  BUCKET-MASTER-FILE
           RECORDING MODE IS F.
       COPY TSBKTMS.

       FD  RUNPARM-FILE
           RECORDING MODE IS F.
       COPY TSRUNPRM.

       FD  RUN-LEDGER-FILE
           RECORDING MODE IS F.
       01  LEDGER-RECORD                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY TSPFLN.
       COPY TSRUNLG.
       01  WS-EXTRACT-STATUS           PIC XX.
           88  WS-EXTRACT-OK           VALUE "00".
           88  WS-EXTRACT-EOF          VALUE "10".
       01  WS-PROOF-REPORT-STATUS      PIC XX.
           88  WS-PROOF-REPORT-OK      VALUE "00".

       01  WS-BKTMAS-STATUS            PIC XX.
           88  WS-BKTMAS-OK            VALUE "00".
           88  WS-BKTMAS-EOF           VALUE "10".
           88  WS-BKTMAS-NOT-FOUND     VALUE "35".

       01  WS-RUNPARM-STATUS           PIC XX.
           88  WS-RUNPARM-OK           VALUE "00".
           88  WS-RUNPARM-EOF          VALUE "10".
           88  WS-RUNPARM-NOT-FOUND    VALUE "35".

       01  WS-LEDGER-STATUS            PIC XX.
           88  WS-LEDGER-OK            VALUE "00" "05".
           88  WS-LEDGER-EOF           VALUE "10".
           88  WS-LEDGER-ABSENT        VALUE "05" "35".

      *    Run ledger.  The business date proved is the 'P' card's
      *    or, with none, the latest date with a completed TwoSum or
      *    TSConsol.  Ledger records are numbered in file order (the
      *    order they were written), so "completed since" compares
      *    sequence numbers: the latest producer completion and start
      *    for the date, and this step's own latest completion.  The
      *    producer's 'F' record gives the extract's expected count
      *    and hash.
       01  WS-LDG-STEP                 PIC X(8) VALUE "GLPROOF".
       01  WS-LDG-BUS-DATE             PIC 9(8) VALUE ZERO.
       01  WS-LDG-PASS                 PIC 9(1) VALUE ZERO.
       01  WS-LDG-EOF                  PIC X VALUE "N".
       01  WS-LDG-REC-SEQ              PIC 9(9) VALUE ZERO.
       01  WS-LDG-LAST-RUN-NO          PIC 9(4) VALUE ZERO.
       01  WS-LDG-THIS-RUN-NO          PIC 9(4) VALUE ZERO.
       01  WS-LDG-DONE-SEQ             PIC 9(9) VALUE ZERO.
       01  WS-LDG-DONE-RUN-NO          PIC 9(4) VALUE ZERO.
       01  WS-LDG-PROD-SEQ             PIC 9(9) VALUE ZERO.
       01  WS-LDG-PROD-STEP            PIC X(8) VALUE SPACES.
       01  WS-LDG-PROD-RUN-NO          PIC 9(4) VALUE ZERO.
       01  WS-LDG-START-SEQ            PIC 9(9) VALUE ZERO.
       01  WS-LDG-START-STEP           PIC X(8) VALUE SPACES.
       01  WS-LDG-START-RUN-NO         PIC 9(4) VALUE ZERO.
       01  WS-LDG-FILE-FOUND           PIC X VALUE "N".
       01  WS-LDG-FILE-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-LDG-FILE-HASH            PIC S9(13)V99 VALUE ZERO.
       01  WS-LDG-STATS-FOUND          PIC X VALUE "N".
       01  WS-LDG-STATS-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-LDG-STATS-HASH           PIC S9(13)V99 VALUE ZERO.
       01  WS-ST-HASH                  PIC S9(13)V99 VALUE ZERO.
       01  WS-LDG-SYS-DATE             PIC 9(8).
       01  WS-LDG-SYS-TIME             PIC 9(8).
       01  WS-LDG-MESSAGE              PIC X(100).
       01  WS-LDG-EDIT-COUNT           PIC ZZZZZZZZ9.
       01  WS-LDG-EDIT-HASH            PIC -(13)9.99.
       01  WS-LDG-EDIT-COUNT2          PIC ZZZZZZZZ9.
       01  WS-LDG-EDIT-HASH2           PIC -(13)9.99.
       01  WS-PRM-BUS-DATE-RAW         PIC X(8) VALUE SPACES.
       01  WS-RERUN-CARD               PIC X VALUE "N".
       01  WS-RERUN-DATE-RAW           PIC X(8) VALUE SPACES.
       01  WS-RERUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-RERUN-OPERATOR           PIC X(8) VALUE SPACES.
       01  WS-RERUN-REASON             PIC X(40) VALUE SPACES.
       01  WS-RERUN-AUTHORISED         PIC X VALUE "N".

      *    Bucket names for the subtotal lines, from the bucket
      *    master.  Buckets beyond the table limit are counted and
      *    flagged; their subtotals print unnamed.
       01  WS-BM-MAX-ENTRIES           PIC 9(4) VALUE 500.
       01  WS-BM-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-BM-TRUNCATED-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-BM-TABLE.
           05  WS-BM-ENTRY
                   OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-BM-COUNT.
               10  WS-BM-BUCKET-ID     PIC X(10).
               10  WS-BM-DESCRIPTION   PIC X(30).
               10  WS-BM-OWNER-TEAM    PIC X(15).
       01  WS-BM-FOUND                 PIC S9(5).

       01  WS-RUN-DATE                 PIC X(10).
       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY            PIC 9(4).
       01  WS-TRIP-AMOUNT              PIC S9(11)V99 VALUE ZERO.
       01  WS-MANUAL-REC-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-MANUAL-AMOUNT            PIC S9(11)V99 VALUE ZERO.
       01  WS-REV-REC-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-REV-AMOUNT               PIC S9(11)V99 VALUE ZERO.
       01  WS-GRAND-LEG-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-GRAND-AMOUNT             PIC S9(11)V99 VALUE ZERO.

      *    holds the dead run's records, so the cross-foot is
      *    reported as not provable rather than flagged as a false
      *    mismatch - the trailer balance still proves the file
      *    itself.  The reversal count is the exception: TwoSum
      *    counts every reversing record on the extract, the dead
      *    run's included, so it cross-foots on a restart too.
       01  WS-STATS-FOUND              PIC X VALUE "N".
       01  WS-ST-RESTART-FLAG          PIC X VALUE "N".
       01  WS-ST-PAIRS                 PIC 9(6) VALUE ZERO.
       01  WS-ST-TRIPLETS              PIC 9(6) VALUE ZERO.
       01  WS-ST-REVERSALS             PIC 9(6) VALUE ZERO.
       01  WS-XFOOT-FAILED             PIC X VALUE "N".

       01  WS-CUR-BUCKET               PIC X(10).
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-READ-RUN-PARAMETERS
           PERFORM 1500-LOAD-BUCKET-MASTER
           PERFORM 1800-CHECK-RUN-LEDGER
           PERFORM 2000-LOAD-EXTRACT
           PERFORM 2300-CHECK-LEDGER-INPUT
           PERFORM 2500-READ-STATS
           PERFORM 4900-WRITE-LEDGER-START
           PERFORM 4000-WRITE-PROOF-REPORT
           IF WS-XFOOT-FAILED = "Y" OR WS-STATS-FOUND = "N"
               OR WS-ACC-TRUNCATED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 4910-WRITE-LEDGER-COMPLETE
           STOP RUN.

       1000-INITIALIZE.
           MOVE ZERO TO WS-ACC-COUNT
           MOVE ZERO TO WS-ACC-TRUNCATED-COUNT.

       1200-READ-RUN-PARAMETERS.
      *    Only the 'P' card's business date and this step's own 'R'
      *    rerun card mean anything here.
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
                   MOVE WS-PRM-BUS-DATE-RAW TO WS-LDG-BUS-DATE
               ELSE
                   DISPLAY "GLPROOF: FATAL - BUSINESS DATE '"
                           WS-PRM-BUS-DATE-RAW "' ON TSRUNPRM IS "
                           "NOT NUMERIC - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1500-LOAD-BUCKET-MASTER.
      *    The master only names the buckets on this report, so a
      *    missing file is a warning, not a reason to hold the
      *    proof.
           OPEN INPUT BUCKET-MASTER-FILE
           IF WS-BKTMAS-NOT-FOUND
               DISPLAY "GLPROOF: WARNING - NO BUCKET MASTER - "
                       "BUCKETS PRINT UNNAMED"
           ELSE
               PERFORM UNTIL WS-BKTMAS-EOF
                   READ BUCKET-MASTER-FILE
                       AT END
                           SET WS-BKTMAS-EOF TO TRUE
                       NOT AT END
                           IF WS-BM-COUNT < WS-BM-MAX-ENTRIES
                               ADD 1 TO WS-BM-COUNT
                               MOVE BM-BUCKET-ID
                                   TO WS-BM-BUCKET-ID(WS-BM-COUNT)
                               MOVE BM-DESCRIPTION
                                   TO WS-BM-DESCRIPTION(WS-BM-COUNT)
                               MOVE BM-OWNER-TEAM
                                   TO WS-BM-OWNER-TEAM(WS-BM-COUNT)
                           ELSE
                               ADD 1 TO WS-BM-TRUNCATED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BUCKET-MASTER-FILE
           IF WS-BM-TRUNCATED-COUNT > 0
               DISPLAY "GLPROOF: WARNING - "
                       WS-BM-TRUNCATED-COUNT
                       " BUCKET MASTER RECORD(S) BEYOND THE "
                       WS-BM-MAX-ENTRIES "-ENTRY LIMIT IGNORED"
           END-IF.

       1800-CHECK-RUN-LEDGER.
      *    Settles the business date and proves the chain before the
      *    extract is read: the producer (TwoSum unpartitioned, or
      *    TSConsol) must have completed for the date, and not have
      *    been started again since without completing - its extract
      *    may be half rewritten.  If this step has already completed
      *    since the producer's latest completion, only an 'R' card
      *    lets it run again.  The third pass picks up the count and
      *    hash the ledger recorded for the producer's TSEXTRCT and
      *    TSSTATS.
           IF WS-LDG-BUS-DATE = ZERO
               MOVE 1 TO WS-LDG-PASS
               PERFORM 1810-SCAN-RUN-LEDGER
               IF WS-LDG-BUS-DATE = ZERO
                   MOVE SPACES TO WS-LDG-MESSAGE
                   STRING "NO TWOSUM OR TSCONSOL RUN HAS COMPLETED "
                           "ON THE LEDGER" DELIMITED BY SIZE
                           INTO WS-LDG-MESSAGE
                   PERFORM 1890-REFUSE-RUN
               END-IF
           END-IF
           MOVE 2 TO WS-LDG-PASS
           PERFORM 1810-SCAN-RUN-LEDGER
           COMPUTE WS-LDG-THIS-RUN-NO = WS-LDG-LAST-RUN-NO + 1
           IF WS-LDG-PROD-SEQ = ZERO
               MOVE SPACES TO WS-LDG-MESSAGE
               STRING "NEITHER TWOSUM NOR TSCONSOL HAS COMPLETED "
                       "FOR BUSINESS DATE " WS-LDG-BUS-DATE
                       DELIMITED BY SIZE INTO WS-LDG-MESSAGE
               PERFORM 1890-REFUSE-RUN
           END-IF
           IF WS-LDG-START-SEQ > WS-LDG-PROD-SEQ
               MOVE SPACES TO WS-LDG-MESSAGE
               STRING WS-LDG-START-STEP DELIMITED BY SPACE
                       " RUN " WS-LDG-START-RUN-NO " FOR "
                       WS-LDG-BUS-DATE " HAS STARTED BUT NOT "
                       "COMPLETED" DELIMITED BY SIZE
                       INTO WS-LDG-MESSAGE
               PERFORM 1890-REFUSE-RUN
           END-IF
           IF WS-LDG-DONE-SEQ > WS-LDG-PROD-SEQ
               PERFORM 1850-CHECK-RERUN-CARD
           END-IF
           MOVE 3 TO WS-LDG-PASS
           PERFORM 1810-SCAN-RUN-LEDGER
           DISPLAY "GLPROOF: BUSINESS DATE " WS-LDG-BUS-DATE " - "
                   WS-LDG-PROD-STEP " RUN " WS-LDG-PROD-RUN-NO.

       1810-SCAN-RUN-LEDGER.
           MOVE ZERO TO WS-LDG-REC-SEQ
           OPEN INPUT RUN-LEDGER-FILE
           IF WS-LEDGER-ABSENT
               CONTINUE
           ELSE
               IF NOT WS-LEDGER-OK
                   DISPLAY "GLPROOF: FATAL - RUN-LEDGER-FILE OPEN "
                           "FAILED, STATUS " WS-LEDGER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-LDG-EOF
               PERFORM UNTIL WS-LDG-EOF = "Y"
                   READ RUN-LEDGER-FILE INTO RUN-LEDGER-RECORD
                       AT END
                           MOVE "Y" TO WS-LDG-EOF
                       NOT AT END
                           ADD 1 TO WS-LDG-REC-SEQ
                           PERFORM 1820-TEST-LEDGER-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RUN-LEDGER-FILE.

       1820-TEST-LEDGER-RECORD.
           EVALUATE WS-LDG-PASS
               WHEN 1
                   IF RL-STEP-REC AND RL-COMPLETED
                       AND ((RL-STEP-TWOSUM
                             AND RL-PARTITION-ID = SPACES)
                            OR RL-STEP-TSCONSOL)
                       AND RL-BUS-DATE > WS-LDG-BUS-DATE
                       MOVE RL-BUS-DATE TO WS-LDG-BUS-DATE
                   END-IF
               WHEN 2
                   IF RL-STEP-REC
                       AND RL-BUS-DATE = WS-LDG-BUS-DATE
                       PERFORM 1825-TEST-STEP-RECORD
                   END-IF
               WHEN OTHER
                   IF RL-FILE-REC
                       AND RL-BUS-DATE = WS-LDG-BUS-DATE
                       AND RL-STEP = WS-LDG-PROD-STEP
                       AND RL-PARTITION-ID = SPACES
                       AND RL-RUN-NO = WS-LDG-PROD-RUN-NO
                       EVALUATE RL-DATASET
                           WHEN "TSEXTRCT"
                               MOVE "Y" TO WS-LDG-FILE-FOUND
                               MOVE RL-REC-COUNT TO WS-LDG-FILE-COUNT
                               MOVE RL-HASH-TOTAL TO WS-LDG-FILE-HASH
                           WHEN "TSSTATS"
                               MOVE "Y" TO WS-LDG-STATS-FOUND
                               MOVE RL-REC-COUNT TO WS-LDG-STATS-COUNT
                               MOVE RL-HASH-TOTAL TO WS-LDG-STATS-HASH
                       END-EVALUATE
                   END-IF
           END-EVALUATE.

       1825-TEST-STEP-RECORD.
           IF RL-STEP = WS-LDG-STEP
               IF RL-RUN-NO > WS-LDG-LAST-RUN-NO
                   MOVE RL-RUN-NO TO WS-LDG-LAST-RUN-NO
               END-IF
               IF RL-COMPLETED
                   MOVE WS-LDG-REC-SEQ TO WS-LDG-DONE-SEQ
                   MOVE RL-RUN-NO TO WS-LDG-DONE-RUN-NO
               END-IF
           END-IF
           IF (RL-STEP-TWOSUM AND RL-PARTITION-ID = SPACES)
               OR RL-STEP-TSCONSOL
               IF RL-COMPLETED
                   MOVE WS-LDG-REC-SEQ TO WS-LDG-PROD-SEQ
                   MOVE RL-STEP TO WS-LDG-PROD-STEP
                   MOVE RL-RUN-NO TO WS-LDG-PROD-RUN-NO
               ELSE
                   MOVE WS-LDG-REC-SEQ TO WS-LDG-START-SEQ
                   MOVE RL-STEP TO WS-LDG-START-STEP
                   MOVE RL-RUN-NO TO WS-LDG-START-RUN-NO
               END-IF
           END-IF.

       1850-CHECK-RERUN-CARD.
      *    Already run for this extract.  Only an 'R' card for this
      *    step, this business date, and a named operator lets it
      *    run again; the operator and reason go on the ledger.
           IF WS-RERUN-CARD = "Y"
               AND WS-RERUN-DATE-RAW IS NUMERIC
               AND WS-RERUN-OPERATOR NOT = SPACES
               MOVE WS-RERUN-DATE-RAW TO WS-RERUN-DATE
               IF WS-RERUN-DATE = WS-LDG-BUS-DATE
                   MOVE "Y" TO WS-RERUN-AUTHORISED
               END-IF
           END-IF
           IF WS-RERUN-AUTHORISED = "Y"
               DISPLAY "GLPROOF: RERUN OF BUSINESS DATE "
                       WS-LDG-BUS-DATE " AUTHORISED BY "
                       WS-RERUN-OPERATOR " - " WS-RERUN-REASON
           ELSE
               MOVE SPACES TO WS-LDG-MESSAGE
               IF WS-RERUN-CARD = "Y"
                   STRING "GLPROOF ALREADY COMPLETED FOR "
                           WS-LDG-BUS-DATE " (RUN "
                           WS-LDG-DONE-RUN-NO ") - 'R' CARD DOES "
                           "NOT NAME THIS DATE AND AN OPERATOR"
                           DELIMITED BY SIZE INTO WS-LDG-MESSAGE
               ELSE
                   STRING "GLPROOF ALREADY COMPLETED FOR "
                           WS-LDG-BUS-DATE " (RUN "
                           WS-LDG-DONE-RUN-NO ") - NO RERUN "
                           "AUTHORISATION CARD"
                           DELIMITED BY SIZE INTO WS-LDG-MESSAGE
               END-IF
               PERFORM 1890-REFUSE-RUN
           END-IF.

       1890-REFUSE-RUN.
           DISPLAY "GLPROOF: FATAL - RUN LEDGER: " WS-LDG-MESSAGE
           DISPLAY "GLPROOF: RUN REFUSED FOR BUSINESS DATE "
                   WS-LDG-BUS-DATE " - NO FILE TOUCHED"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       2000-LOAD-EXTRACT.
      *    One pass over the day's extract: every leg accumulates
      *    into its bucket/account/currency row and into the
       2100-ACCUMULATE-RECORD.
           ADD 1 TO WS-EXT-READ-COUNT
           ADD EXT-AMT1 TO WS-EXT-HASH-TOTAL
           IF EXT-PAIR-REC OR EXT-TRIPLET-REC OR EXT-REVERSAL-REC
               ADD EXT-AMT2 TO WS-EXT-HASH-TOTAL
           END-IF
           IF EXT-TRIPLET-REC OR EXT-REVERSAL-REC
               ADD EXT-AMT3 TO WS-EXT-HASH-TOTAL
           END-IF
           EVALUATE TRUE
               WHEN EXT-MANUAL-REC
                   ADD 1 TO WS-MANUAL-REC-COUNT
                   ADD EXT-AMT1 TO WS-MANUAL-AMOUNT
               WHEN EXT-REVERSAL-REC
                   ADD 1 TO WS-REV-REC-COUNT
                   ADD EXT-AMT1 TO WS-REV-AMOUNT
                   ADD EXT-AMT2 TO WS-REV-AMOUNT
                   ADD EXT-AMT3 TO WS-REV-AMOUNT
           END-EVALUATE
           MOVE EXT-ACCT1 TO WS-LEG-ACCT
           MOVE EXT-AMT1 TO WS-LEG-AMOUNT
           PERFORM 2150-ACCUMULATE-LEG
      *    A reversal carries as many legs as the clearing it
      *    reverses, its unused legs blank.
           IF EXT-PAIR-REC OR EXT-TRIPLET-REC
               OR (EXT-REVERSAL-REC AND EXT-REF2 NOT = SPACES)
               MOVE EXT-ACCT2 TO WS-LEG-ACCT
               MOVE EXT-AMT2 TO WS-LEG-AMOUNT
               PERFORM 2150-ACCUMULATE-LEG
           END-IF
           IF EXT-TRIPLET-REC
               OR (EXT-REVERSAL-REC AND EXT-REF3 NOT = SPACES)
               MOVE EXT-ACCT3 TO WS-LEG-ACCT
               MOVE EXT-AMT3 TO WS-LEG-AMOUNT
               PERFORM 2150-ACCUMULATE-LEG
               STOP RUN
           END-IF.

       2300-CHECK-LEDGER-INPUT.
      *    The extract has proved against its own trailer; it must
      *    also be the extract the ledger says the producer wrote for
      *    this business date - not an older generation or another
      *    day's.
           IF WS-LDG-FILE-FOUND = "N"
               MOVE SPACES TO WS-LDG-MESSAGE
               STRING "NO TSEXTRCT RECORDED FOR " DELIMITED BY SIZE
                       WS-LDG-PROD-STEP DELIMITED BY SPACE
                       " RUN " WS-LDG-PROD-RUN-NO " FOR "
                       WS-LDG-BUS-DATE DELIMITED BY SIZE
                       INTO WS-LDG-MESSAGE
               PERFORM 1890-REFUSE-RUN
           END-IF
           IF WS-EXT-READ-COUNT NOT = WS-LDG-FILE-COUNT
               OR WS-EXT-HASH-TOTAL NOT = WS-LDG-FILE-HASH
               MOVE WS-EXT-READ-COUNT TO WS-LDG-EDIT-COUNT
               MOVE WS-EXT-HASH-TOTAL TO WS-LDG-EDIT-HASH
               MOVE WS-LDG-FILE-COUNT TO WS-LDG-EDIT-COUNT2
               MOVE WS-LDG-FILE-HASH TO WS-LDG-EDIT-HASH2
               DISPLAY "GLPROOF: TSEXTRCT READ   " WS-LDG-EDIT-COUNT
                       " RECORD(S), HASH " WS-LDG-EDIT-HASH
               DISPLAY "GLPROOF: LEDGER TSEXTRCT " WS-LDG-EDIT-COUNT2
                       " RECORD(S), HASH " WS-LDG-EDIT-HASH2
               MOVE SPACES TO WS-LDG-MESSAGE
               STRING "TSEXTRCT DOES NOT MATCH THE TSEXTRCT "
                       DELIMITED BY SIZE
                       WS-LDG-PROD-STEP DELIMITED BY SPACE
                       " WROTE FOR " WS-LDG-BUS-DATE " (RUN "
                       WS-LDG-PROD-RUN-NO ")" DELIMITED BY SIZE
                       INTO WS-LDG-MESSAGE
               PERFORM 1890-REFUSE-RUN
           END-IF.

       2500-READ-STATS.
      *    The same run's TSSTATS record supplies the matched
      *    counts the proof cross-foots against.  No stats file is
      *    itself a discrepancy - the proof prints, flagged, and
      *    the run ends with RETURN-CODE 4.  A stats record that is
      *    there must be the one the producer wrote for this
      *    business date: one for another date, or one that does
      *    not match the TSSTATS count and hash on the ledger, is
      *    left by a different run and cross-footing against it
      *    would prove nothing, so the run is refused before the
      *    ledger start is written.
           OPEN INPUT STATS-FILE
           IF WS-STATS-NOT-FOUND
               CONTINUE
                       MOVE ST-RESTART-FLAG TO WS-ST-RESTART-FLAG
                       MOVE ST-PAIRS-MATCHED TO WS-ST-PAIRS
                       MOVE ST-TRIPLETS-MATCHED TO WS-ST-TRIPLETS
                       MOVE ST-REVERSALS TO WS-ST-REVERSALS
                       IF ST-RUN-DATE NOT = WS-LDG-BUS-DATE
                           CLOSE STATS-FILE
                           DISPLAY "GLPROOF: FATAL - TSSTATS IS FOR "
                                   "BUSINESS DATE " ST-RUN-DATE
                                   ", NOT " WS-LDG-BUS-DATE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-IF
           CLOSE STATS-FILE
           IF WS-STATS-FOUND = "Y"
               PERFORM 2550-CHECK-LEDGER-STATS
           END-IF.

       2550-CHECK-LEDGER-STATS.
      *    The stats record is proved against the producer's TSSTATS
      *    'F' record as the extract is against its TSEXTRCT record:
      *    one record, hashed on the pairs, triplets and reversals
      *    the cross-foot uses.
           IF WS-LDG-STATS-FOUND = "N"
               MOVE SPACES TO WS-LDG-MESSAGE
               STRING "NO TSSTATS RECORDED FOR " DELIMITED BY SIZE
                       WS-LDG-PROD-STEP DELIMITED BY SPACE
                       " RUN " WS-LDG-PROD-RUN-NO " FOR "
                       WS-LDG-BUS-DATE DELIMITED BY SIZE
                       INTO WS-LDG-MESSAGE
               PERFORM 1890-REFUSE-RUN
           END-IF
           COMPUTE WS-ST-HASH = WS-ST-PAIRS + WS-ST-TRIPLETS
                   + WS-ST-REVERSALS
           IF WS-LDG-STATS-COUNT NOT = 1
               OR WS-ST-HASH NOT = WS-LDG-STATS-HASH
               MOVE 1 TO WS-LDG-EDIT-COUNT
               MOVE WS-ST-HASH TO WS-LDG-EDIT-HASH
               MOVE WS-LDG-STATS-COUNT TO WS-LDG-EDIT-COUNT2
               MOVE WS-LDG-STATS-HASH TO WS-LDG-EDIT-HASH2
               DISPLAY "GLPROOF: TSSTATS READ    " WS-LDG-EDIT-COUNT
                       " RECORD(S), HASH " WS-LDG-EDIT-HASH
               DISPLAY "GLPROOF: LEDGER TSSTATS  " WS-LDG-EDIT-COUNT2
                       " RECORD(S), HASH " WS-LDG-EDIT-HASH2
               MOVE SPACES TO WS-LDG-MESSAGE
               STRING "TSSTATS DOES NOT MATCH THE TSSTATS "
                       DELIMITED BY SIZE
                       WS-LDG-PROD-STEP DELIMITED BY SPACE
                       " WROTE FOR " WS-LDG-BUS-DATE " (RUN "
                       WS-LDG-PROD-RUN-NO ")" DELIMITED BY SIZE
                       INTO WS-LDG-MESSAGE
               PERFORM 1890-REFUSE-RUN
           END-IF.

       4000-WRITE-PROOF-REPORT.
           OPEN OUTPUT PROOF-REPORT-FILE
           MOVE WS-CUR-BUCKET TO PF-SUB-BUCKET
           MOVE WS-SUB-LEGS TO PF-SUB-LEGS
           MOVE WS-SUB-AMOUNT TO PF-SUB-AMOUNT
           PERFORM 4150-FIND-BUCKET-NAME
           WRITE PROOF-REPORT-RECORD FROM PF-SUBTOTAL-LINE
               AFTER ADVANCING 1 LINE
           WRITE PROOF-REPORT-RECORD FROM PF-BLANK-LINE
               AFTER ADVANCING 1 LINE.

       4150-FIND-BUCKET-NAME.
      *    First-match search of the bucket master for the subtotal
      *    line's description and owning team.
           MOVE -1 TO WS-BM-FOUND
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-BM-COUNT
                       OR WS-BM-FOUND NOT = -1
               IF WS-BM-BUCKET-ID(WS-SCAN) = WS-CUR-BUCKET
                   MOVE WS-SCAN TO WS-BM-FOUND
               END-IF
           END-PERFORM
           IF WS-BM-FOUND = -1
               MOVE "(NOT ON BUCKET MASTER)" TO PF-SUB-DESC
               MOVE SPACES TO PF-SUB-OWNER
           ELSE
               MOVE WS-BM-DESCRIPTION(WS-BM-FOUND) TO PF-SUB-DESC
               MOVE WS-BM-OWNER-TEAM(WS-BM-FOUND) TO PF-SUB-OWNER
           END-IF.

       4300-WRITE-TYPE-SPLIT.
           WRITE PROOF-REPORT-RECORD FROM PF-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE "MANUAL MATCHES ('4')    : " TO PF-TYPE-LABEL
           MOVE WS-MANUAL-REC-COUNT TO PF-TYPE-COUNT
           MOVE WS-MANUAL-AMOUNT TO PF-TYPE-AMOUNT
           WRITE PROOF-REPORT-RECORD FROM PF-TYPE-LINE
               AFTER ADVANCING 1 LINE
           MOVE "REVERSALS ('V')         : " TO PF-TYPE-LABEL
           MOVE WS-REV-REC-COUNT TO PF-TYPE-COUNT
           MOVE WS-REV-AMOUNT TO PF-TYPE-AMOUNT
           WRITE PROOF-REPORT-RECORD FROM PF-TYPE-LINE
               AFTER ADVANCING 1 LINE
           MOVE "RUN GRAND TOTAL (LEGS)  : " TO PF-TYPE-LABEL
               MOVE WS-TRIP-REC-COUNT TO PF-XF-EXTRACT
               MOVE ZERO TO PF-XF-STATS
               MOVE "*** NO STATS ***" TO PF-XF-FLAG
               WRITE PROOF-REPORT-RECORD FROM PF-XFOOT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "REVERSALS VS STATS      : " TO PF-XF-LABEL
               MOVE WS-REV-REC-COUNT TO PF-XF-EXTRACT
               MOVE ZERO TO PF-XF-STATS
               MOVE "*** NO STATS ***" TO PF-XF-FLAG
               WRITE PROOF-REPORT-RECORD FROM PF-XFOOT-LINE
                   AFTER ADVANCING 1 LINE
               DISPLAY "GLPROOF: WARNING - NO TSSTATS RECORD - "
                   MOVE "RESTARTED RUN" TO PF-XF-FLAG
                   WRITE PROOF-REPORT-RECORD FROM PF-XFOOT-LINE
                       AFTER ADVANCING 1 LINE
                   PERFORM 4450-WRITE-REVERSAL-XFOOT
                   DISPLAY "GLPROOF: NOTE - RESTARTED RUN, STATS "
                           "COVER THE RESUMED TARGETS ONLY - "
                           "CROSS-FOOT NOT PROVABLE"
                   END-IF
                   WRITE PROOF-REPORT-RECORD FROM PF-XFOOT-LINE
                       AFTER ADVANCING 1 LINE
                   PERFORM 4450-WRITE-REVERSAL-XFOOT
                   IF WS-XFOOT-FAILED = "Y"
                       DISPLAY "GLPROOF: WARNING - EXTRACT DOES "
                               "NOT CROSS-FOOT WITH TSSTATS - "
                   END-IF
               END-IF
           END-IF.

       4450-WRITE-REVERSAL-XFOOT.
      *    Reversing records against the TSSTATS reversal count,
      *    proved on a restarted run as on a fresh one.
           MOVE "REVERSALS VS STATS      : " TO PF-XF-LABEL
           MOVE WS-REV-REC-COUNT TO PF-XF-EXTRACT
           MOVE WS-ST-REVERSALS TO PF-XF-STATS
           IF WS-REV-REC-COUNT = WS-ST-REVERSALS
               MOVE "AGREED" TO PF-XF-FLAG
           ELSE
               MOVE "*** MISMATCH ***" TO PF-XF-FLAG
               MOVE "Y" TO WS-XFOOT-FAILED
           END-IF
           WRITE PROOF-REPORT-RECORD FROM PF-XFOOT-LINE
               AFTER ADVANCING 1 LINE.

       4900-WRITE-LEDGER-START.
           PERFORM 4940-OPEN-LEDGER-OUTPUT
           PERFORM 4930-BUILD-STEP-RECORD
           MOVE "S" TO RL-STATUS
           WRITE LEDGER-RECORD FROM RUN-LEDGER-RECORD
           CLOSE RUN-LEDGER-FILE.

       4910-WRITE-LEDGER-COMPLETE.
           PERFORM 4940-OPEN-LEDGER-OUTPUT
           PERFORM 4930-BUILD-STEP-RECORD
           MOVE "C" TO RL-STATUS
           MOVE RETURN-CODE TO RL-RETURN-CODE
           WRITE LEDGER-RECORD FROM RUN-LEDGER-RECORD
           CLOSE RUN-LEDGER-FILE
           DISPLAY "GLPROOF: RUN LEDGER - BUSINESS DATE "
                   WS-LDG-BUS-DATE " RUN " WS-LDG-THIS-RUN-NO
                   " COMPLETE".

       4930-BUILD-STEP-RECORD.
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

       4940-OPEN-LEDGER-OUTPUT.
           OPEN EXTEND RUN-LEDGER-FILE
           IF NOT WS-LEDGER-OK
               DISPLAY "GLPROOF: FATAL - RUN-LEDGER-FILE OPEN FAILED, "
                       "STATUS " WS-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
