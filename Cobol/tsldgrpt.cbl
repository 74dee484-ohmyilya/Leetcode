      *****************************************************************
      * PROGRAM-ID. LedgerRpt
      *
      * Daily report of the permanent run ledger (TSRUNLDG) that
      * every step of the suspense chain - TwoSum (or its partitions
      * and TSConsol), GLProof, GLRecon and HistTrend - reads at
      * start and appends to at end.  One line per business date on
      * the ledger, oldest first, shows where each step of that
      * date's chain stands and whether the chain is complete; where
      * it is not, the line names the step that is holding it up:
      *   - a step STARTED with no completion record (it abended, or
      *     is still running),
      *   - the NEXT STEP still to run, or
      *   - a step TO RERUN because the step it depends on has been
      *     rerun since it last completed.
      * HistTrend is a month-end step, so not having run does not
      * hold a date's chain open; a HistTrend run left incomplete
      * does.  Each start, completion and produced-dataset record of
      * the business date asked for on the TSRUNPRM 'P' card (the
      * latest date on the ledger when there is no card), and of
      * every date whose chain is incomplete, is then listed in full
      * with its run number, return code, rerun authorisation, and
      * the record counts and hash totals the next step will prove
      * its input against (TSLDGRPT).
      * A step left started without completion, or a ledger record
      * the report cannot place, ends the run with RETURN-CODE 4 so
      * the scheduler can flag it; a miskeyed business date on
      * TSRUNPRM is RETURN-CODE 16.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LedgerRpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "TSRUNLDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-STATUS.
           SELECT OPTIONAL RUNPARM-FILE ASSIGN TO "TSRUNPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.
           SELECT LEDGER-REPORT-FILE ASSIGN TO "TSLDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LEDGER-FILE
           RECORDING MODE IS F.
       COPY TSRUNLG.

       FD  RUNPARM-FILE
           RECORDING MODE IS F.
       COPY TSRUNPRM.

       FD  LEDGER-REPORT-FILE.
       01  LEDGER-REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       COPY TSLGLN.
       01  WS-RUN-LEDGER-STATUS        PIC XX.
           88  WS-RUN-LEDGER-OK        VALUE "00" "05".
           88  WS-RUN-LEDGER-EOF       VALUE "10".

       01  WS-RUNPARM-STATUS           PIC XX.
           88  WS-RUNPARM-OK           VALUE "00".
           88  WS-RUNPARM-EOF          VALUE "10".

       01  WS-LEDGER-REPORT-STATUS     PIC XX.
           88  WS-LEDGER-REPORT-OK     VALUE "00".

       01  WS-RUN-DATE                 PIC X(10).
       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY            PIC 9(4).
           05  WS-CURR-MM              PIC 9(2).
           05  WS-CURR-DD              PIC 9(2).

      *    The business date to list in full, from the TSRUNPRM 'P'
      *    card.  Captured raw so a miskeyed card stops the run, as
      *    in TwoSum; zero means the latest date on the ledger.
       01  WS-DETAIL-DATE              PIC 9(8) VALUE ZERO.
       01  WS-PRM-BUS-DATE-RAW         PIC X(8) VALUE SPACES.
       01  WS-DETAIL-DATE-FOUND        PIC X VALUE "N".

      *    The steps of the chain, in the order they run and the
      *    order of the report's columns.
       01  WS-STEP-NAME-LIST.
           05  FILLER                  PIC X(8) VALUE "TWOSUM".
           05  FILLER                  PIC X(8) VALUE "TSCONSOL".
           05  FILLER                  PIC X(8) VALUE "GLPROOF".
           05  FILLER                  PIC X(8) VALUE "GLRECON".
           05  FILLER                  PIC X(8) VALUE "HISTTRND".
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-LIST.
           05  WS-STEP-NAME            PIC X(8) OCCURS 5 TIMES.
       01  WS-STEP-INDEX               PIC 9(1).

      *    One entry per business date on the ledger, kept in date
      *    order.  Each step's state is that of its latest step
      *    record: 'S' started, 'C' completed, blank never run.
      *    RL-RUN-NO and the file position (record sequence) of its
      *    latest completion are kept so a step completed before
      *    its upstream step was rerun shows as needing a rerun
      *    itself.  A partitioned TwoSum's partitions are counted
      *    rather than kept one by one: every start should be
      *    matched by a completion.  When the table is full the
      *    oldest date makes way for a newer one, and is counted.
       01  WS-DT-MAX-ENTRIES           PIC 9(4) VALUE 1000.
       01  WS-DT-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-DT-TABLE.
           05  WS-DT-ENTRY
                   OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-DT-COUNT.
               10  WS-DT-DATE          PIC 9(8).
               10  WS-DT-PARTITIONED   PIC X(1).
               10  WS-DT-PART-STARTS   PIC 9(4).
               10  WS-DT-PART-DONE     PIC 9(4).
               10  WS-DT-PART-SEQ      PIC 9(9).
               10  WS-DT-STEP-STATE OCCURS 5 TIMES.
                   15  WS-DT-STATE     PIC X(1).
                   15  WS-DT-RUN-NO    PIC 9(4).
                   15  WS-DT-RC        PIC 9(2).
                   15  WS-DT-DONE-SEQ  PIC 9(9).
               10  WS-DT-CHAIN         PIC X(50).
               10  WS-DT-DETAIL        PIC X(1).
       01  WS-DT-FOUND                 PIC S9(5).
       01  WS-DT-SLOT-FOUND            PIC X VALUE "N".
       01  WS-DT-DROPPED-THRU          PIC 9(8) VALUE ZERO.
       01  WS-DT-DROPPED-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-DT-SKIPPED-RECS          PIC 9(6) VALUE ZERO.

      *    Chain evaluation work areas.
       01  WS-CH-UP-SEQ                PIC 9(9).
       01  WS-CH-PRODUCER-SEQ          PIC 9(9).

       01  WS-LDG-REC-SEQ              PIC 9(9) VALUE ZERO.
       01  WS-LDG-READ-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-UNKNOWN-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-COMPLETE-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-INCOMPLETE-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-STARTED-COUNT            PIC 9(6) VALUE ZERO.

       01  WS-EDIT-RUN-NO              PIC Z(3)9.
       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-HASH                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-POS                      PIC 9(2).
       01  WS-INDEX                    PIC 9(4).
       01  WS-SCAN                     PIC 9(4).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-READ-RUN-PARAMETERS
           PERFORM 2000-LOAD-RUN-LEDGER
           PERFORM 3000-SET-CHAIN-STATES
           PERFORM 4000-WRITE-LEDGER-REPORT
           IF WS-STARTED-COUNT > 0
               OR WS-UNKNOWN-COUNT > 0
               OR WS-DT-DROPPED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE
           MOVE ZERO TO WS-DT-COUNT.

       1200-READ-RUN-PARAMETERS.
      *    Only the 'P' card's business date is used here.
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
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RUNPARM-FILE
           IF WS-PRM-BUS-DATE-RAW NOT = SPACES
               AND WS-PRM-BUS-DATE-RAW NOT = "00000000"
               IF WS-PRM-BUS-DATE-RAW IS NUMERIC
                   MOVE WS-PRM-BUS-DATE-RAW TO WS-DETAIL-DATE
               ELSE
                   DISPLAY "LEDGERRPT: FATAL - BUSINESS DATE '"
                           WS-PRM-BUS-DATE-RAW "' ON TSRUNPRM IS "
                           "NOT NUMERIC - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2000-LOAD-RUN-LEDGER.
      *    The ledger is only ever extended, so file order is the
      *    order things happened in.  No ledger at all means no step
      *    has run yet: the report says so.
           OPEN INPUT RUN-LEDGER-FILE
           IF WS-RUN-LEDGER-OK
               PERFORM UNTIL WS-RUN-LEDGER-EOF
                   READ RUN-LEDGER-FILE
                       AT END
                           SET WS-RUN-LEDGER-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LDG-READ-COUNT
                           ADD 1 TO WS-LDG-REC-SEQ
                           PERFORM 2100-POST-LEDGER-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RUN-LEDGER-FILE
           IF WS-UNKNOWN-COUNT > 0
               DISPLAY "LEDGERRPT: WARNING - " WS-UNKNOWN-COUNT
                       " LEDGER RECORD(S) WITH AN UNKNOWN RECORD "
                       "TYPE, STEP OR DATE IGNORED"
           END-IF
           IF WS-DT-DROPPED-COUNT > 0
               DISPLAY "LEDGERRPT: WARNING - " WS-DT-DROPPED-COUNT
                       " OLDEST BUSINESS DATE(S) BEYOND THE "
                       WS-DT-MAX-ENTRIES "-DATE LIMIT NOT REPORTED"
           END-IF.

       2100-POST-LEDGER-RECORD.
      *    Only step records move a step's state; a file record is
      *    listed in the detail section but changes nothing here.
           MOVE 0 TO WS-STEP-INDEX
           EVALUATE TRUE
               WHEN RL-STEP-TWOSUM
                   MOVE 1 TO WS-STEP-INDEX
               WHEN RL-STEP-TSCONSOL
                   MOVE 2 TO WS-STEP-INDEX
               WHEN RL-STEP-GLPROOF
                   MOVE 3 TO WS-STEP-INDEX
               WHEN RL-STEP-GLRECON
                   MOVE 4 TO WS-STEP-INDEX
               WHEN RL-STEP-HISTTRND
                   MOVE 5 TO WS-STEP-INDEX
           END-EVALUATE
           IF WS-STEP-INDEX = 0
               OR RL-BUS-DATE NOT NUMERIC
               OR NOT (RL-STEP-REC OR RL-FILE-REC)
               OR (RL-STEP-REC
                   AND NOT (RL-STARTED OR RL-COMPLETED))
               ADD 1 TO WS-UNKNOWN-COUNT
           ELSE
               PERFORM 2200-FIND-DATE-ENTRY
               IF WS-DT-FOUND > 0 AND RL-STEP-REC
                   PERFORM 2300-POST-STEP-RECORD
               END-IF
           END-IF.

       2200-FIND-DATE-ENTRY.
      *    Finds the date's entry, or opens one in date order.  A
      *    date older than one already given up for lack of room
      *    is not reported either (WS-DT-FOUND zero).
           MOVE 0 TO WS-DT-FOUND
           IF RL-BUS-DATE NOT > WS-DT-DROPPED-THRU
               ADD 1 TO WS-DT-SKIPPED-RECS
           ELSE
               PERFORM VARYING WS-SCAN FROM 1 BY 1
                       UNTIL WS-SCAN > WS-DT-COUNT
                           OR WS-DT-FOUND NOT = 0
                   IF WS-DT-DATE(WS-SCAN) = RL-BUS-DATE
                       MOVE WS-SCAN TO WS-DT-FOUND
                   END-IF
               END-PERFORM
               IF WS-DT-FOUND = 0
                   PERFORM 2250-ADD-DATE-ENTRY
               END-IF
           END-IF.

       2250-ADD-DATE-ENTRY.
      *    Dates normally arrive in order, so the new entry usually
      *    goes on the end; a date out of order is slotted in.
           IF WS-DT-COUNT NOT < WS-DT-MAX-ENTRIES
               ADD 1 TO WS-DT-DROPPED-COUNT
               IF RL-BUS-DATE < WS-DT-DATE(1)
                   MOVE RL-BUS-DATE TO WS-DT-DROPPED-THRU
                   ADD 1 TO WS-DT-SKIPPED-RECS
               ELSE
                   MOVE WS-DT-DATE(1) TO WS-DT-DROPPED-THRU
                   PERFORM VARYING WS-SCAN FROM 1 BY 1
                           UNTIL WS-SCAN NOT < WS-DT-COUNT
                       MOVE WS-DT-ENTRY(WS-SCAN + 1)
                           TO WS-DT-ENTRY(WS-SCAN)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-DT-COUNT
               END-IF
           END-IF
           IF WS-DT-COUNT < WS-DT-MAX-ENTRIES
               ADD 1 TO WS-DT-COUNT
               MOVE WS-DT-COUNT TO WS-DT-FOUND
               MOVE "N" TO WS-DT-SLOT-FOUND
               PERFORM UNTIL WS-DT-FOUND = 1
                       OR WS-DT-SLOT-FOUND = "Y"
                   IF WS-DT-DATE(WS-DT-FOUND - 1) < RL-BUS-DATE
                       MOVE "Y" TO WS-DT-SLOT-FOUND
                   ELSE
                       MOVE WS-DT-ENTRY(WS-DT-FOUND - 1)
                           TO WS-DT-ENTRY(WS-DT-FOUND)
                       SUBTRACT 1 FROM WS-DT-FOUND
                   END-IF
               END-PERFORM
               MOVE RL-BUS-DATE TO WS-DT-DATE(WS-DT-FOUND)
               MOVE "N" TO WS-DT-PARTITIONED(WS-DT-FOUND)
               MOVE ZERO TO WS-DT-PART-STARTS(WS-DT-FOUND)
               MOVE ZERO TO WS-DT-PART-DONE(WS-DT-FOUND)
               MOVE ZERO TO WS-DT-PART-SEQ(WS-DT-FOUND)
               PERFORM VARYING WS-SCAN FROM 1 BY 1
                       UNTIL WS-SCAN > 5
                   MOVE SPACE TO WS-DT-STATE(WS-DT-FOUND, WS-SCAN)
                   MOVE ZERO TO WS-DT-RUN-NO(WS-DT-FOUND, WS-SCAN)
                   MOVE ZERO TO WS-DT-RC(WS-DT-FOUND, WS-SCAN)
                   MOVE ZERO TO WS-DT-DONE-SEQ(WS-DT-FOUND, WS-SCAN)
               END-PERFORM
               MOVE SPACES TO WS-DT-CHAIN(WS-DT-FOUND)
               MOVE "N" TO WS-DT-DETAIL(WS-DT-FOUND)
           END-IF.

       2300-POST-STEP-RECORD.
           IF WS-STEP-INDEX = 1 AND RL-PARTITION-ID NOT = SPACES
               MOVE "Y" TO WS-DT-PARTITIONED(WS-DT-FOUND)
               IF RL-STARTED
                   ADD 1 TO WS-DT-PART-STARTS(WS-DT-FOUND)
               ELSE
                   ADD 1 TO WS-DT-PART-DONE(WS-DT-FOUND)
                   MOVE WS-LDG-REC-SEQ
                       TO WS-DT-PART-SEQ(WS-DT-FOUND)
               END-IF
           ELSE
               MOVE RL-STATUS
                   TO WS-DT-STATE(WS-DT-FOUND, WS-STEP-INDEX)
               MOVE RL-RUN-NO
                   TO WS-DT-RUN-NO(WS-DT-FOUND, WS-STEP-INDEX)
               IF RL-COMPLETED
                   MOVE RL-RETURN-CODE
                       TO WS-DT-RC(WS-DT-FOUND, WS-STEP-INDEX)
                   MOVE WS-LDG-REC-SEQ
                       TO WS-DT-DONE-SEQ(WS-DT-FOUND, WS-STEP-INDEX)
               END-IF
           END-IF.

       3000-SET-CHAIN-STATES.
      *    The date listed in full is the 'P' card's, or the latest
      *    on the ledger; every incomplete date is listed as well.
           IF WS-DETAIL-DATE = ZERO AND WS-DT-COUNT > 0
               MOVE WS-DT-DATE(WS-DT-COUNT) TO WS-DETAIL-DATE
           END-IF
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-DT-COUNT
               PERFORM 3100-SET-ONE-CHAIN
               IF WS-DT-DATE(WS-INDEX) = WS-DETAIL-DATE
                   MOVE "Y" TO WS-DT-DETAIL(WS-INDEX)
                   MOVE "Y" TO WS-DETAIL-DATE-FOUND
               END-IF
           END-PERFORM.

       3100-SET-ONE-CHAIN.
      *    Walks the chain in running order and stops at the first
      *    step holding it up.  The producer is TwoSum, or TSConsol
      *    on a partitioned night once every partition completed.
           MOVE SPACES TO WS-DT-CHAIN(WS-INDEX)
           IF WS-DT-PARTITIONED(WS-INDEX) = "Y"
               IF WS-DT-PART-STARTS(WS-INDEX)
                       > WS-DT-PART-DONE(WS-INDEX)
                   MOVE "INCOMPLETE - TWOSUM PARTITION NOT COMPLETED"
                       TO WS-DT-CHAIN(WS-INDEX)
               END-IF
               MOVE 2 TO WS-STEP-INDEX
               MOVE WS-DT-PART-SEQ(WS-INDEX) TO WS-CH-UP-SEQ
           ELSE
               MOVE 1 TO WS-STEP-INDEX
               MOVE ZERO TO WS-CH-UP-SEQ
           END-IF
           PERFORM 3110-TEST-CHAIN-STEP
           MOVE WS-DT-DONE-SEQ(WS-INDEX, WS-STEP-INDEX)
               TO WS-CH-PRODUCER-SEQ
           MOVE 3 TO WS-STEP-INDEX
           MOVE WS-CH-PRODUCER-SEQ TO WS-CH-UP-SEQ
           PERFORM 3110-TEST-CHAIN-STEP
           MOVE 4 TO WS-STEP-INDEX
           MOVE WS-DT-DONE-SEQ(WS-INDEX, 3) TO WS-CH-UP-SEQ
           PERFORM 3110-TEST-CHAIN-STEP
           IF WS-DT-CHAIN(WS-INDEX) = SPACES
               AND WS-DT-STATE(WS-INDEX, 5) = "S"
               MOVE "INCOMPLETE - HISTTRND STARTED, NOT COMPLETED"
                   TO WS-DT-CHAIN(WS-INDEX)
           END-IF
           IF WS-DT-CHAIN(WS-INDEX) = SPACES
               MOVE "COMPLETE" TO WS-DT-CHAIN(WS-INDEX)
               ADD 1 TO WS-COMPLETE-COUNT
           ELSE
               MOVE "Y" TO WS-DT-DETAIL(WS-INDEX)
               ADD 1 TO WS-INCOMPLETE-COUNT
           END-IF
           IF WS-DT-PART-STARTS(WS-INDEX) > WS-DT-PART-DONE(WS-INDEX)
               ADD 1 TO WS-STARTED-COUNT
           END-IF
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > 5
               IF WS-DT-STATE(WS-INDEX, WS-STEP-INDEX) = "S"
                   ADD 1 TO WS-STARTED-COUNT
               END-IF
           END-PERFORM.

       3110-TEST-CHAIN-STEP.
      *    WS-CH-UP-SEQ is where the upstream step's latest
      *    completion sits on the file; a completion before it
      *    predates the upstream rerun and no longer counts.
           IF WS-DT-CHAIN(WS-INDEX) = SPACES
               EVALUATE WS-DT-STATE(WS-INDEX, WS-STEP-INDEX)
                   WHEN "S"
                       STRING "INCOMPLETE - " DELIMITED BY SIZE
                              WS-STEP-NAME(WS-STEP-INDEX)
                                  DELIMITED BY SPACE
                              " STARTED, NOT COMPLETED"
                                  DELIMITED BY SIZE
                           INTO WS-DT-CHAIN(WS-INDEX)
                   WHEN SPACE
                       STRING "INCOMPLETE - NEXT STEP "
                                  DELIMITED BY SIZE
                              WS-STEP-NAME(WS-STEP-INDEX)
                                  DELIMITED BY SPACE
                           INTO WS-DT-CHAIN(WS-INDEX)
                   WHEN OTHER
                       IF WS-DT-DONE-SEQ(WS-INDEX, WS-STEP-INDEX)
                               < WS-CH-UP-SEQ
                           STRING "INCOMPLETE - " DELIMITED BY SIZE
                                  WS-STEP-NAME(WS-STEP-INDEX)
                                      DELIMITED BY SPACE
                                  " TO RERUN" DELIMITED BY SIZE
                               INTO WS-DT-CHAIN(WS-INDEX)
                       END-IF
               END-EVALUATE
           END-IF.

       4000-WRITE-LEDGER-REPORT.
           OPEN OUTPUT LEDGER-REPORT-FILE
           IF NOT WS-LEDGER-REPORT-OK
               DISPLAY "LEDGERRPT: FATAL - LEDGER-REPORT-FILE OPEN "
                       "FAILED, STATUS " WS-LEDGER-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO LG-RUN-DATE
           WRITE LEDGER-REPORT-RECORD FROM LG-TITLE-LINE
           WRITE LEDGER-REPORT-RECORD FROM LG-BLANK-LINE
               AFTER ADVANCING 1 LINE
           IF WS-DT-COUNT = 0
               MOVE "(NO RUNS ON THE LEDGER)" TO LG-NONE-TEXT
               WRITE LEDGER-REPORT-RECORD FROM LG-NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE LEDGER-REPORT-RECORD FROM LG-COLUMN-HEADING
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-DT-COUNT
                   PERFORM 4100-WRITE-SUMMARY-LINE
               END-PERFORM
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-DT-COUNT
                   IF WS-DT-DETAIL(WS-INDEX) = "Y"
                       PERFORM 4200-WRITE-DATE-DETAIL
                   END-IF
               END-PERFORM
               IF WS-DETAIL-DATE-FOUND = "N"
                   WRITE LEDGER-REPORT-RECORD FROM LG-BLANK-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE SPACES TO LG-NONE-TEXT
                   STRING "(NO LEDGER RECORDS FOR BUSINESS DATE "
                          WS-DETAIL-DATE ")"
                       DELIMITED BY SIZE INTO LG-NONE-TEXT
                   WRITE LEDGER-REPORT-RECORD FROM LG-NONE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF
           WRITE LEDGER-REPORT-RECORD FROM LG-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE "LEDGER RECORDS READ     : " TO LG-COUNT-LABEL
           MOVE WS-LDG-READ-COUNT TO LG-COUNT-VALUE
           WRITE LEDGER-REPORT-RECORD FROM LG-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "BUSINESS DATES REPORTED : " TO LG-COUNT-LABEL
           MOVE WS-DT-COUNT TO LG-COUNT-VALUE
           WRITE LEDGER-REPORT-RECORD FROM LG-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "  CHAIN COMPLETE        : " TO LG-COUNT-LABEL
           MOVE WS-COMPLETE-COUNT TO LG-COUNT-VALUE
           WRITE LEDGER-REPORT-RECORD FROM LG-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "  CHAIN INCOMPLETE      : " TO LG-COUNT-LABEL
           MOVE WS-INCOMPLETE-COUNT TO LG-COUNT-VALUE
           WRITE LEDGER-REPORT-RECORD FROM LG-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "STEPS STARTED, NOT DONE : " TO LG-COUNT-LABEL
           MOVE WS-STARTED-COUNT TO LG-COUNT-VALUE
           WRITE LEDGER-REPORT-RECORD FROM LG-COUNT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-UNKNOWN-COUNT > 0
               MOVE "UNRECOGNISED RECORDS    : " TO LG-COUNT-LABEL
               MOVE WS-UNKNOWN-COUNT TO LG-COUNT-VALUE
               WRITE LEDGER-REPORT-RECORD FROM LG-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-DT-DROPPED-COUNT > 0
               MOVE "OLDEST DATES NOT LISTED : " TO LG-COUNT-LABEL
               MOVE WS-DT-DROPPED-COUNT TO LG-COUNT-VALUE
               WRITE LEDGER-REPORT-RECORD FROM LG-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "  RECORDS NOT REPORTED  : " TO LG-COUNT-LABEL
               MOVE WS-DT-SKIPPED-RECS TO LG-COUNT-VALUE
               WRITE LEDGER-REPORT-RECORD FROM LG-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           CLOSE LEDGER-REPORT-FILE
           DISPLAY "LEDGERRPT: RUN COMPLETE - SEE REPORT TSLDGRPT".

       4100-WRITE-SUMMARY-LINE.
           MOVE WS-DT-DATE(WS-INDEX) TO LG-SUM-DATE
           MOVE SPACES TO LG-SUM-STEP-CELLS
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > 5
               PERFORM 4110-FORMAT-STEP-CELL
           END-PERFORM
           MOVE WS-DT-CHAIN(WS-INDEX) TO LG-SUM-CHAIN
           WRITE LEDGER-REPORT-RECORD FROM LG-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

       4110-FORMAT-STEP-CELL.
      *    DONE #n (with RC nn when not zero), STARTED #n, '-' not
      *    yet run, N/A for TSConsol on an unpartitioned night.  A
      *    partitioned TwoSum shows only whether every partition
      *    started has completed; the detail lists each one.
           IF WS-STEP-INDEX = 1 AND WS-DT-PARTITIONED(WS-INDEX) = "Y"
               IF WS-DT-PART-STARTS(WS-INDEX)
                       > WS-DT-PART-DONE(WS-INDEX)
                   MOVE "PART STARTED" TO LG-SUM-STEP(WS-STEP-INDEX)
               ELSE
                   MOVE "DONE PARTS" TO LG-SUM-STEP(WS-STEP-INDEX)
               END-IF
           ELSE
               MOVE WS-DT-RUN-NO(WS-INDEX, WS-STEP-INDEX)
                   TO WS-EDIT-RUN-NO
               PERFORM VARYING WS-POS FROM 1 BY 1
                       UNTIL WS-POS = 4
                           OR WS-EDIT-RUN-NO(WS-POS:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
               EVALUATE WS-DT-STATE(WS-INDEX, WS-STEP-INDEX)
                   WHEN "C"
                       IF WS-DT-RC(WS-INDEX, WS-STEP-INDEX) = ZERO
                           STRING "DONE #" WS-EDIT-RUN-NO(WS-POS:)
                               DELIMITED BY SIZE
                               INTO LG-SUM-STEP(WS-STEP-INDEX)
                       ELSE
                           STRING "DONE #" WS-EDIT-RUN-NO(WS-POS:)
                                  " RC"
                                  WS-DT-RC(WS-INDEX, WS-STEP-INDEX)
                               DELIMITED BY SIZE
                               INTO LG-SUM-STEP(WS-STEP-INDEX)
                       END-IF
                   WHEN "S"
                       STRING "STARTED #" WS-EDIT-RUN-NO(WS-POS:)
                           DELIMITED BY SIZE
                           INTO LG-SUM-STEP(WS-STEP-INDEX)
                   WHEN OTHER
                       IF WS-STEP-INDEX = 2
                           AND WS-DT-PARTITIONED(WS-INDEX) NOT = "Y"
                           MOVE "N/A" TO LG-SUM-STEP(WS-STEP-INDEX)
                       ELSE
                           MOVE "-" TO LG-SUM-STEP(WS-STEP-INDEX)
                       END-IF
               END-EVALUATE
           END-IF.

       4200-WRITE-DATE-DETAIL.
      *    Reads the ledger again for this date's records, so they
      *    list in the order they were written.
           WRITE LEDGER-REPORT-RECORD FROM LG-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-DT-DATE(WS-INDEX) TO LG-DTL-DATE
           MOVE WS-DT-CHAIN(WS-INDEX) TO LG-DTL-CHAIN
           WRITE LEDGER-REPORT-RECORD FROM LG-DETAIL-TITLE
               AFTER ADVANCING 1 LINE
           WRITE LEDGER-REPORT-RECORD FROM LG-DETAIL-HEADING
               AFTER ADVANCING 1 LINE
           MOVE "00" TO WS-RUN-LEDGER-STATUS
           OPEN INPUT RUN-LEDGER-FILE
           IF WS-RUN-LEDGER-OK
               PERFORM UNTIL WS-RUN-LEDGER-EOF
                   READ RUN-LEDGER-FILE
                       AT END
                           SET WS-RUN-LEDGER-EOF TO TRUE
                       NOT AT END
                           IF RL-BUS-DATE = WS-DT-DATE(WS-INDEX)
                               AND (RL-STEP-REC OR RL-FILE-REC)
                               PERFORM 4210-WRITE-DETAIL-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RUN-LEDGER-FILE.

       4210-WRITE-DETAIL-LINE.
           MOVE RL-STEP TO LG-DET-STEP
           MOVE RL-PARTITION-ID TO LG-DET-PARTITION
           MOVE RL-RUN-NO TO LG-DET-RUN-NO
           MOVE SPACES TO LG-DET-RC
           MOVE SPACES TO LG-DET-SYS-DATE
           MOVE SPACES TO LG-DET-SYS-TIME
           MOVE SPACES TO LG-DET-TEXT
           IF RL-FILE-REC
               MOVE "PRODUCED" TO LG-DET-EVENT
               MOVE RL-REC-COUNT TO WS-EDIT-COUNT
               MOVE RL-HASH-TOTAL TO WS-EDIT-HASH
               STRING RL-DATASET " RECORDS " WS-EDIT-COUNT
                      " HASH " WS-EDIT-HASH
                   DELIMITED BY SIZE INTO LG-DET-TEXT
           ELSE
               IF RL-STARTED
                   MOVE "STARTED" TO LG-DET-EVENT
               ELSE
                   MOVE "COMPLETED" TO LG-DET-EVENT
                   MOVE RL-RETURN-CODE TO LG-DET-RC
               END-IF
               MOVE RL-SYS-DATE TO LG-DET-SYS-DATE
               MOVE RL-SYS-TIME TO LG-DET-SYS-TIME
      *        "RERUN BY " leaves room in the text column for the
      *        whole operator and the whole 40-byte reason.
               IF RL-RERUN-OPERATOR NOT = SPACES
                   STRING "RERUN BY " DELIMITED BY SIZE
                          RL-RERUN-OPERATOR DELIMITED BY SPACE
                          " - " RL-RERUN-REASON DELIMITED BY SIZE
                       INTO LG-DET-TEXT
               END-IF
           END-IF
           WRITE LEDGER-REPORT-RECORD FROM LG-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
