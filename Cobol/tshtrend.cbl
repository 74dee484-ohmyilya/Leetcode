      * the average unmatched carry per run, and whether the
      * bucket's unmatched count is growing between its earliest and
      * latest run dates - so management's monthly questions are
      * answered from data instead of saved paper reports.  Each
      * bucket line names the bucket's description and owning team
      * from the bucket master (TSBKTMS), so the trend lands on the
      * team that owns it; without the master the report still
      * prints, the buckets simply go unnamed.
      * The report is a step of the daily chain on the run ledger
      * (TSRUNLDG).  It runs for the business date on the TSRUNPRM
      * 'P' card, or else the latest date TwoSum (or TSConsol, after
      * a partitioned night) completed on the ledger, and refuses
      * with RETURN-CODE 16 - before the report is opened - if that
      * step has not completed for the date, if TSHIST does not hold
      * the record count and HS-TARGET hash the ledger says that run
      * left it with, or if the trend has already been run since and
      * no 'R' rerun card names HISTTRND and the date.  It records
      * its start and completion there.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HistTrend.
           SELECT TREND-REPORT-FILE ASSIGN TO "TSHTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TREND-REPORT-STATUS.
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
       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-RECORD             PIC X(132).

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
       COPY TSRUNLG.
       COPY TSHTLN.
       01  WS-HISTORY-STATUS           PIC XX.
           88  WS-HISTORY-OK           VALUE "00".
       01  WS-TREND-REPORT-STATUS      PIC XX.
           88  WS-TREND-REPORT-OK      VALUE "00".

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
      *    producer's TSHIST 'F' record gives the archive's expected
      *    count and hash.
       01  WS-LDG-STEP                 PIC X(8) VALUE "HISTTRND".
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

      *    Bucket names for the detail lines, from the bucket
      *    master.  Buckets beyond the table limit are counted and
      *    flagged; their lines print unnamed.
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
       01  WS-BM-SCAN                  PIC 9(4).
       01  WS-BM-FOUND                 PIC S9(5).

       01  WS-RUN-DATE                 PIC X(10).
       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY            PIC 9(4).
               10  WS-BKT-LAST-UNM     PIC 9(9).

       01  WS-HIST-READ-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-HIST-HASH-TOTAL          PIC S9(13)V99 VALUE ZERO.
       01  WS-GROWING-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-INDEX                    PIC 9(4).
       01  WS-BKT-FOUND                PIC S9(4).
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-READ-RUN-PARAMETERS
           PERFORM 1500-LOAD-BUCKET-MASTER
           PERFORM 1800-CHECK-RUN-LEDGER
           PERFORM 2000-LOAD-HISTORY
           PERFORM 2300-CHECK-LEDGER-INPUT
           PERFORM 4900-WRITE-LEDGER-START
           PERFORM 4000-WRITE-TREND-REPORT
           PERFORM 4910-WRITE-LEDGER-COMPLETE
           STOP RUN.

       1000-INITIALIZE.
           MOVE ZERO TO WS-HIST-READ-COUNT
           MOVE ZERO TO WS-GROWING-COUNT.

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
                   DISPLAY "HISTTREND: FATAL - BUSINESS DATE '"
                           WS-PRM-BUS-DATE-RAW "' ON TSRUNPRM IS "
                           "NOT NUMERIC - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1500-LOAD-BUCKET-MASTER.
      *    The master only names the buckets on this report, so a
      *    missing file is a warning, not a failure.
           OPEN INPUT BUCKET-MASTER-FILE
           IF WS-BKTMAS-NOT-FOUND
               DISPLAY "HISTTREND: WARNING - NO BUCKET MASTER - "
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
               DISPLAY "HISTTREND: WARNING - "
                       WS-BM-TRUNCATED-COUNT
                       " BUCKET MASTER RECORD(S) BEYOND THE "
                       WS-BM-MAX-ENTRIES "-ENTRY LIMIT IGNORED"
           END-IF.

       1800-CHECK-RUN-LEDGER.
      *    Settles the business date and proves the chain before the
      *    history is read: the producer (TwoSum unpartitioned, or
      *    TSConsol) must have completed for the date, and not have
      *    been started again since without completing - its history
      *    may be half appended.  If this step has already completed
      *    since the producer's latest completion, only an 'R' card
      *    lets it run again.  The third pass picks up the count and
      *    hash the ledger recorded for TSHIST as the producer
      *    left it.
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
           DISPLAY "HISTTREND: BUSINESS DATE " WS-LDG-BUS-DATE " - "
                   WS-LDG-PROD-STEP " RUN " WS-LDG-PROD-RUN-NO.

       1810-SCAN-RUN-LEDGER.
           MOVE ZERO TO WS-LDG-REC-SEQ
           OPEN INPUT RUN-LEDGER-FILE
           IF WS-LEDGER-ABSENT
               CONTINUE
           ELSE
               IF NOT WS-LEDGER-OK
                   DISPLAY "HISTTREND: FATAL - RUN-LEDGER-FILE OPEN "
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
                       AND RL-DATASET = "TSHIST"
                       MOVE "Y" TO WS-LDG-FILE-FOUND
                       MOVE RL-REC-COUNT TO WS-LDG-FILE-COUNT
                       MOVE RL-HASH-TOTAL TO WS-LDG-FILE-HASH
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
      *    Already run since the producer.  Only an 'R' card for this
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
               DISPLAY "HISTTREND: RERUN OF BUSINESS DATE "
                       WS-LDG-BUS-DATE " AUTHORISED BY "
                       WS-RERUN-OPERATOR " - " WS-RERUN-REASON
           ELSE
               MOVE SPACES TO WS-LDG-MESSAGE
               IF WS-RERUN-CARD = "Y"
                   STRING "HISTTRND ALREADY COMPLETED FOR "
                           WS-LDG-BUS-DATE " (RUN "
                           WS-LDG-DONE-RUN-NO ") - 'R' CARD DOES "
                           "NOT NAME THIS DATE AND AN OPERATOR"
                           DELIMITED BY SIZE INTO WS-LDG-MESSAGE
               ELSE
                   STRING "HISTTRND ALREADY COMPLETED FOR "
                           WS-LDG-BUS-DATE " (RUN "
                           WS-LDG-DONE-RUN-NO ") - NO RERUN "
                           "AUTHORISATION CARD"
                           DELIMITED BY SIZE INTO WS-LDG-MESSAGE
               END-IF
               PERFORM 1890-REFUSE-RUN
           END-IF.

       1890-REFUSE-RUN.
           DISPLAY "HISTTREND: FATAL - RUN LEDGER: " WS-LDG-MESSAGE
           DISPLAY "HISTTREND: RUN REFUSED FOR BUSINESS DATE "
                   WS-LDG-BUS-DATE " - NO FILE TOUCHED"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       2000-LOAD-HISTORY.
      *    No history file at all is handled as an empty archive (a
      *    brand-new installation) rather than a failure - the
                           SET WS-HISTORY-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HIST-READ-COUNT
                           ADD HS-TARGET TO WS-HIST-HASH-TOTAL
                           PERFORM 2100-ACCUMULATE-RECORD
                   END-READ
               END-PERFORM
                   TO WS-BKT-LAST-UNM(WS-BKT-FOUND)
           END-IF.

       2300-CHECK-LEDGER-INPUT.
      *    The archive must be exactly as the producer left it for
      *    this business date: a later run appended to it, or an
      *    older generation restored, would trend the wrong history.
           IF WS-LDG-FILE-FOUND = "N"
               MOVE SPACES TO WS-LDG-MESSAGE
               STRING "NO TSHIST RECORDED FOR " DELIMITED BY SIZE
                       WS-LDG-PROD-STEP DELIMITED BY SPACE
                       " RUN " WS-LDG-PROD-RUN-NO " FOR "
                       WS-LDG-BUS-DATE DELIMITED BY SIZE
                       INTO WS-LDG-MESSAGE
               PERFORM 1890-REFUSE-RUN
           END-IF
           IF WS-HIST-READ-COUNT NOT = WS-LDG-FILE-COUNT
               OR WS-HIST-HASH-TOTAL NOT = WS-LDG-FILE-HASH
               MOVE WS-HIST-READ-COUNT TO WS-LDG-EDIT-COUNT
               MOVE WS-HIST-HASH-TOTAL TO WS-LDG-EDIT-HASH
               MOVE WS-LDG-FILE-COUNT TO WS-LDG-EDIT-COUNT2
               MOVE WS-LDG-FILE-HASH TO WS-LDG-EDIT-HASH2
               DISPLAY "HISTTREND: TSHIST READ   " WS-LDG-EDIT-COUNT
                       " RECORD(S), HASH " WS-LDG-EDIT-HASH
               DISPLAY "HISTTREND: LEDGER TSHIST " WS-LDG-EDIT-COUNT2
                       " RECORD(S), HASH " WS-LDG-EDIT-HASH2
               MOVE SPACES TO WS-LDG-MESSAGE
               STRING "TSHIST DOES NOT MATCH THE TSHIST "
                       DELIMITED BY SIZE
                       WS-LDG-PROD-STEP DELIMITED BY SPACE
                       " LEFT FOR " WS-LDG-BUS-DATE " (RUN "
                       WS-LDG-PROD-RUN-NO ")" DELIMITED BY SIZE
                       INTO WS-LDG-MESSAGE
               PERFORM 1890-REFUSE-RUN
           END-IF.

       4000-WRITE-TREND-REPORT.
           OPEN OUTPUT TREND-REPORT-FILE
           IF NOT WS-TREND-REPORT-OK
               WHEN OTHER
                   MOVE "STEADY" TO HT-DET-TREND
           END-EVALUATE
           MOVE -1 TO WS-BM-FOUND
           PERFORM VARYING WS-BM-SCAN FROM 1 BY 1
                   UNTIL WS-BM-SCAN > WS-BM-COUNT
                       OR WS-BM-FOUND NOT = -1
               IF WS-BM-BUCKET-ID(WS-BM-SCAN) = WS-BKT-ID(WS-INDEX)
                   MOVE WS-BM-SCAN TO WS-BM-FOUND
               END-IF
           END-PERFORM
           IF WS-BM-FOUND = -1
               MOVE "(NOT ON BUCKET MASTER)" TO HT-DET-DESC
               MOVE SPACES TO HT-DET-OWNER
           ELSE
               MOVE WS-BM-DESCRIPTION(WS-BM-FOUND) TO HT-DET-DESC
               MOVE WS-BM-OWNER-TEAM(WS-BM-FOUND) TO HT-DET-OWNER
           END-IF
           WRITE TREND-REPORT-RECORD FROM HT-DETAIL-LINE
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
           DISPLAY "HISTTREND: RUN LEDGER - BUSINESS DATE "
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
               DISPLAY "HISTTREND: FATAL - RUN-LEDGER-FILE OPEN "
                       "FAILED, STATUS " WS-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
