      *****************************************************************
      * PROGRAM-ID. CardEdit
      *
      * Pre-run edit of the card decks the scheduler has staged for
      * the next TwoSum run, so a miskeyed card is caught before the
      * window opens rather than by TwoSum in it.  Edits the run-
      * parameter deck (TSRUNPRM) and, on a partitioned night, each
      * partition's own run-parameter deck (TSPRMP1 - TSPRMP4, the
      * deck that partition's TwoSum will be given as TSRUNPRM); the
      * shared control cards (TARGETIN); and the maintenance cards
      * (TSMNTIN).  Every card is listed on TSEDTRPT with any rule it
      * breaks beneath it:
      *   run parameters - record type, run mode, a business date
      *         that is a clean, real date, not in the future, not
      *         earlier than the latest date on TSHIST or any
      *         origination date on the carryforward, and the same
      *         in every deck; a clean break threshold; 'B' bucket
      *         lists within TwoSum's limit, on the bucket master,
      *         and never overlapping between partitions.  A carried
      *         item in a bucket no partition's list names is
      *         flagged, as no partition would carry it forward.
      *         An 'R' rerun authorisation card must name a step of
      *         the chain as the run ledger spells it, a clean, real
      *         business date not in the future, and an operator.
      *   control cards - a signed numeric target, valid mode
      *         flags, numeric tolerance and value-date window, a
      *         clean currency code, a bucket that is on the master,
      *         open, and permits the currency, and (partitioned) a
      *         bucket some partition owns.
      *   maintenance cards - a valid action, reference and
      *         operator, a GL account on a write-off, a reference
      *         open on the current closing carryforward (TSCARRYO,
      *         tomorrow's carry-in, proved against its trailer
      *         first), and no duplicate or conflicting card for the
      *         same reference.  A reversal instead needs a posting
      *         reference or a leg reference, and a reason; a leg it
      *         names must NOT be open on the carry-in, as TwoSum
      *         refuses to return a leg to suspense twice, and a
      *         second reversal of the same posting or leg is a
      *         duplicate.
      * An ERROR is a card TwoSum would stop on, reject, drop, or act
      * on other than was meant; a WARNING is a card TwoSum would
      * take but that deserves a second look.  The run ends with
      * RETURN-CODE 16 on any error, so the scheduler can hold
      * TwoSum, 4 on warnings only, and 0 on a clean edit.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CardEdit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "TARGETIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT OPTIONAL MAINT-FILE ASSIGN TO "TSMNTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT OPTIONAL RUNPARM-FILE ASSIGN TO "TSRUNPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.
           SELECT OPTIONAL PRM-IN1-FILE ASSIGN TO "TSPRMP1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-IN1-STATUS.
           SELECT OPTIONAL PRM-IN2-FILE ASSIGN TO "TSPRMP2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-IN2-STATUS.
           SELECT OPTIONAL PRM-IN3-FILE ASSIGN TO "TSPRMP3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-IN3-STATUS.
           SELECT OPTIONAL PRM-IN4-FILE ASSIGN TO "TSPRMP4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-IN4-STATUS.
           SELECT BUCKET-MASTER-FILE ASSIGN TO "TSBKTMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKTMAS-STATUS.
           SELECT CARRY-FILE ASSIGN TO "TSCARRYO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "TSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT EDIT-REPORT-FILE ASSIGN TO "TSEDTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The run-parameter and maintenance decks are read into
      *    their standard layouts in working storage, so the five
      *    run-parameter decks share one set of field names.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       COPY TSCTRL.

       FD  MAINT-FILE
           RECORDING MODE IS F.
       01  MAINT-IN-RECORD                 PIC X(80).

       FD  RUNPARM-FILE
           RECORDING MODE IS F.
       01  RUNPARM-IN-RECORD               PIC X(80).
       FD  PRM-IN1-FILE
           RECORDING MODE IS F.
       01  PRM-IN1-RECORD                  PIC X(80).
       FD  PRM-IN2-FILE
           RECORDING MODE IS F.
       01  PRM-IN2-RECORD                  PIC X(80).
       FD  PRM-IN3-FILE
           RECORDING MODE IS F.
       01  PRM-IN3-RECORD                  PIC X(80).
       FD  PRM-IN4-FILE
           RECORDING MODE IS F.
       01  PRM-IN4-RECORD                  PIC X(80).

       FD  BUCKET-MASTER-FILE
           RECORDING MODE IS F.
       COPY TSBKTMS.

       FD  CARRY-FILE
           RECORDING MODE IS F.
       COPY TSCARRY.

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       COPY TSHIST.

       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY TSCELN.
       COPY TSRUNPRM.
       COPY TSMNT.

       01  WS-CONTROL-STATUS           PIC XX.
           88  WS-CONTROL-OK           VALUE "00".
           88  WS-CONTROL-ABSENT       VALUE "05" "35".
           88  WS-CONTROL-EOF          VALUE "10".

       01  WS-MAINT-STATUS             PIC XX.
           88  WS-MAINT-OK             VALUE "00".
           88  WS-MAINT-ABSENT         VALUE "05" "35".
           88  WS-MAINT-EOF            VALUE "10".

       01  WS-RUNPARM-STATUS           PIC XX.
           88  WS-RUNPARM-OK           VALUE "00".
           88  WS-RUNPARM-ABSENT       VALUE "05" "35".
       01  WS-PRM-IN1-STATUS           PIC XX.
           88  WS-PRM-IN1-OK           VALUE "00".
           88  WS-PRM-IN1-ABSENT       VALUE "05" "35".
       01  WS-PRM-IN2-STATUS           PIC XX.
           88  WS-PRM-IN2-OK           VALUE "00".
           88  WS-PRM-IN2-ABSENT       VALUE "05" "35".
       01  WS-PRM-IN3-STATUS           PIC XX.
           88  WS-PRM-IN3-OK           VALUE "00".
           88  WS-PRM-IN3-ABSENT       VALUE "05" "35".
       01  WS-PRM-IN4-STATUS           PIC XX.
           88  WS-PRM-IN4-OK           VALUE "00".
           88  WS-PRM-IN4-ABSENT       VALUE "05" "35".

       01  WS-BKTMAS-STATUS            PIC XX.
           88  WS-BKTMAS-OK            VALUE "00".
           88  WS-BKTMAS-EOF           VALUE "10".

       01  WS-CARRY-STATUS             PIC XX.
           88  WS-CARRY-OK             VALUE "00".
           88  WS-CARRY-EOF            VALUE "10".

       01  WS-HISTORY-STATUS           PIC XX.
           88  WS-HISTORY-OK           VALUE "00".
           88  WS-HISTORY-EOF          VALUE "10".

       01  WS-EDIT-REPORT-STATUS       PIC XX.
           88  WS-EDIT-REPORT-OK       VALUE "00".

       01  WS-RUN-DATE                 PIC X(10).
       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY            PIC 9(4).
           05  WS-CURR-MM              PIC 9(2).
           05  WS-CURR-DD              PIC 9(2).
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

      *    TwoSum's own table limits: a deck that outgrows one would
      *    have cards dropped or the run stopped.
       01  WS-TS-PART-BKT-LIMIT        PIC 9(3) VALUE 100.
       01  WS-TS-TARGETS-LIMIT         PIC 9(4) VALUE 9999.
       01  WS-TS-MAINT-LIMIT           PIC 9(4) VALUE 1000.

      *    Bucket master: what a control card's or 'B' card's bucket
      *    is tested against.
       01  WS-BM-MAX-ENTRIES           PIC 9(4) VALUE 500.
       01  WS-BM-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-BM-TRUNCATED-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-BM-TABLE.
           05  WS-BM-ENTRY
                   OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-BM-COUNT.
               10  WS-BM-BUCKET-ID     PIC X(10).
               10  WS-BM-STATUS        PIC X(1).
               10  WS-BM-CURRENCY-LIST.
                   15  WS-BM-CURRENCY  PIC X(3) OCCURS 10 TIMES.
       01  WS-BM-FOUND                 PIC S9(5).
       01  WS-BM-CCY-OK                PIC X(1).
       01  WS-CCY-FORMAT-OK            PIC X(1).
       01  WS-TEST-BUCKET-ID           PIC X(10).

      *    The five run-parameter decks, by position: the run's own
      *    TSRUNPRM, then each partition's.
       01  WS-DECK-NAME-VALUES.
           05  FILLER                  PIC X(8) VALUE "TSRUNPRM".
           05  FILLER                  PIC X(8) VALUE "TSPRMP1".
           05  FILLER                  PIC X(8) VALUE "TSPRMP2".
           05  FILLER                  PIC X(8) VALUE "TSPRMP3".
           05  FILLER                  PIC X(8) VALUE "TSPRMP4".
       01  WS-DECK-NAMES REDEFINES WS-DECK-NAME-VALUES.
           05  WS-DECK-NAME            PIC X(8) OCCURS 5 TIMES.
       01  WS-DECK-TABLE.
           05  WS-DECK-ENTRY OCCURS 5 TIMES.
               10  WS-DECK-PRESENT     PIC X(1).
               10  WS-DECK-CARDS       PIC 9(5).
               10  WS-DECK-P-CARDS     PIC 9(3).
               10  WS-DECK-B-CARDS     PIC 9(5).
               10  WS-DECK-EFF-DATE    PIC 9(8).
       01  WS-DECK-NO                  PIC 9(1).
       01  WS-OTHER-DECK               PIC 9(1).
       01  WS-DECK-EOF                 PIC X(1).
       01  WS-DECK-OPEN-STATUS         PIC XX.
       01  WS-DECKS-PRESENT            PIC 9(1) VALUE ZERO.
       01  WS-PARTITIONED              PIC X(1) VALUE "N".
       01  WS-DECK-RECORD              PIC X(80).

      *    Every run-parameter card from every deck, held so 'B'
      *    lists can be compared across decks before any is listed.
       01  WS-PC-MAX-ENTRIES           PIC 9(4) VALUE 1000.
       01  WS-PC-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-PC-TRUNCATED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-PC-TABLE.
           05  WS-PC-ENTRY
                   OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-PC-COUNT.
               10  WS-PC-DECK          PIC 9(1).
               10  WS-PC-CARD-NO       PIC 9(5).
               10  WS-PC-IMAGE         PIC X(80).
               10  WS-PC-FIELDS REDEFINES WS-PC-IMAGE.
                   15  WS-PC-REC-TYPE  PIC X(1).
                   15  WS-PC-BUCKET-ID PIC X(10).
                   15  FILLER          PIC X(69).
       01  WS-PC-INDEX                 PIC 9(4).
       01  WS-PC-SCAN                  PIC 9(4).
       01  WS-PART-OWNED               PIC X(1).
       01  WS-PART-LAST-ID             PIC X(10) VALUE HIGH-VALUES.
       01  WS-PART-LAST-OWNED          PIC X(1).

      *    Business-date editing.  The effective date of a deck is
      *    its last 'P' card's date, or today's when it gives none;
      *    every deck present must book the same day.
       01  WS-PRM-BUS-DATE-RAW         PIC X(8).
       01  WS-PRM-THRESHOLD-RAW        PIC X(11).
       01  WS-CARD-BUS-DATE            PIC 9(8).
       01  WS-CARD-RERUN-DATE          PIC 9(8).
       01  WS-DATE-TEST                PIC S9(9).
       01  WS-EDIT-BUS-DATE            PIC 9(8) VALUE ZERO.
       01  WS-EDIT-BUS-DECK            PIC 9(1) VALUE ZERO.
       01  WS-HIST-MAX-DATE            PIC 9(8) VALUE ZERO.
       01  WS-CARRY-MAX-ORIG-DATE      PIC 9(8) VALUE ZERO.

      *    Maintenance cards, held so duplicates and conflicts can
      *    be found and each reference looked up on the carryforward
      *    in one pass.
       01  WS-MN-MAX-ENTRIES           PIC 9(4) VALUE 1000.
       01  WS-MN-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-MN-TRUNCATED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-MN-TABLE.
           05  WS-MN-ENTRY
                   OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-MN-COUNT.
               10  WS-MN-IMAGE         PIC X(80).
               10  WS-MN-FIELDS REDEFINES WS-MN-IMAGE.
                   15  WS-MN-ACTION    PIC X(1).
                   15  WS-MN-REF-NO    PIC X(12).
                   15  FILLER          PIC X(48).
                   15  WS-MN-POST-REF  PIC X(12).
                   15  FILLER          PIC X(7).
               10  WS-MN-CARRY-COUNT   PIC 9(6).
               10  WS-MN-CARRY-HELD    PIC X(1).
       01  WS-MN-INDEX                 PIC 9(4).
       01  WS-MN-SCAN                  PIC 9(4).
       01  WS-SAME-COUNT               PIC 9(4).
       01  WS-SAME-CARD-NO             PIC 9(5).

      *    Carryforward proof and partition coverage: a carried item
      *    whose bucket is in no partition's 'B' list would be
      *    passed over by every partition and lost from the
      *    consolidated carryforward.
       01  WS-CARRY-READ-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-CARRY-HASH-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01  WS-CARRY-TRAILER-FOUND      PIC X VALUE "N".
       01  WS-CARRY-TRL-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-CARRY-TRL-HASH           PIC S9(11)V99 VALUE ZERO.
       01  WS-UB-MAX-ENTRIES           PIC 9(3) VALUE 100.
       01  WS-UB-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-UB-TRUNCATED-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-UB-TABLE.
           05  WS-UB-ENTRY
                   OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-UB-COUNT.
               10  WS-UB-BUCKET-ID     PIC X(10).
               10  WS-UB-ITEMS         PIC 9(6).
       01  WS-UB-FOUND                 PIC S9(5).

      *    Control cards already listed, kept to flag a repeat.
       01  WS-CC-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-CC-TABLE.
           05  WS-CC-ENTRY
                   OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-CC-COUNT.
               10  WS-CC-KEY           PIC X(33).
       01  WS-CC-SCAN                  PIC 9(4).
       01  WS-CTL-READ-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-CCY-SCAN                 PIC 9(2).

       01  WS-MSG-TEXT                 PIC X(100).
       01  WS-MSG-CARD-NO              PIC 9(5).
       01  WS-ERROR-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-WARNING-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-PRM-CARD-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-MNT-READ-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-INDEX                    PIC 9(4).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-BUCKET-MASTER
           PERFORM 1700-READ-HISTORY-DATE
           PERFORM 2000-LOAD-PARAMETER-DECKS
           PERFORM 2500-LOAD-MAINT-CARDS
           PERFORM 2700-SCAN-CARRYFORWARD
           PERFORM 3000-EDIT-PARAMETER-DECKS
           PERFORM 4000-EDIT-CONTROL-CARDS
           PERFORM 5000-EDIT-MAINT-CARDS
           PERFORM 6000-WRITE-SUMMARY
           IF WS-ERROR-COUNT > 0
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE
           MOVE ZERO TO WS-PC-COUNT
           MOVE ZERO TO WS-MN-COUNT
           MOVE ZERO TO WS-UB-COUNT
           MOVE ZERO TO WS-CC-COUNT
           PERFORM VARYING WS-DECK-NO FROM 1 BY 1
                   UNTIL WS-DECK-NO > 5
               MOVE "N" TO WS-DECK-PRESENT(WS-DECK-NO)
               MOVE ZERO TO WS-DECK-CARDS(WS-DECK-NO)
               MOVE ZERO TO WS-DECK-P-CARDS(WS-DECK-NO)
               MOVE ZERO TO WS-DECK-B-CARDS(WS-DECK-NO)
               MOVE WS-CURRENT-DATE-NUM
                   TO WS-DECK-EFF-DATE(WS-DECK-NO)
           END-PERFORM
           OPEN OUTPUT EDIT-REPORT-FILE
           IF NOT WS-EDIT-REPORT-OK
               DISPLAY "CARDEDIT: FATAL - EDIT-REPORT-FILE OPEN "
                       "FAILED, STATUS " WS-EDIT-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO CE-RUN-DATE
           WRITE EDIT-REPORT-RECORD FROM CE-TITLE-LINE.

       1500-LOAD-BUCKET-MASTER.
           OPEN INPUT BUCKET-MASTER-FILE
           IF NOT WS-BKTMAS-OK
               DISPLAY "CARDEDIT: FATAL - BUCKET-MASTER-FILE OPEN "
                       "FAILED, STATUS " WS-BKTMAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-BKTMAS-EOF
               READ BUCKET-MASTER-FILE
                   AT END
                       SET WS-BKTMAS-EOF TO TRUE
                   NOT AT END
                       IF WS-BM-COUNT < WS-BM-MAX-ENTRIES
                           ADD 1 TO WS-BM-COUNT
                           MOVE BM-BUCKET-ID
                               TO WS-BM-BUCKET-ID(WS-BM-COUNT)
                           MOVE BM-STATUS
                               TO WS-BM-STATUS(WS-BM-COUNT)
                           MOVE BM-CURRENCY-LIST
                               TO WS-BM-CURRENCY-LIST(WS-BM-COUNT)
                       ELSE
                           ADD 1 TO WS-BM-TRUNCATED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUCKET-MASTER-FILE
           IF WS-BM-TRUNCATED-COUNT > 0
               DISPLAY "CARDEDIT: WARNING - "
                       WS-BM-TRUNCATED-COUNT
                       " BUCKET MASTER RECORD(S) BEYOND THE "
                       WS-BM-MAX-ENTRIES "-ENTRY LIMIT IGNORED"
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

       1700-READ-HISTORY-DATE.
      *    The latest business date TwoSum has already booked; no
      *    history at all is a first run and bars no date.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-OK
               PERFORM UNTIL WS-HISTORY-EOF
                   READ HISTORY-FILE
                       AT END
                           SET WS-HISTORY-EOF TO TRUE
                       NOT AT END
                           IF HS-RUN-DATE > WS-HIST-MAX-DATE
                               MOVE HS-RUN-DATE TO WS-HIST-MAX-DATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HISTORY-FILE.

       2000-LOAD-PARAMETER-DECKS.
      *    Deck 1 is the run's TSRUNPRM; decks 2 - 5 are partitions
      *    1 - 4.  Any 'B' card in any deck makes it a partitioned
      *    night.
           PERFORM VARYING WS-DECK-NO FROM 1 BY 1
                   UNTIL WS-DECK-NO > 5
               PERFORM 2100-LOAD-ONE-DECK
           END-PERFORM.

       2100-LOAD-ONE-DECK.
           MOVE "N" TO WS-DECK-EOF
           PERFORM 2110-OPEN-DECK
           IF WS-DECK-PRESENT(WS-DECK-NO) = "Y"
               ADD 1 TO WS-DECKS-PRESENT
               PERFORM UNTIL WS-DECK-EOF = "Y"
                   PERFORM 2120-READ-DECK
                   IF WS-DECK-EOF = "N"
                       ADD 1 TO WS-DECK-CARDS(WS-DECK-NO)
                       ADD 1 TO WS-PRM-CARD-COUNT
                       IF WS-DECK-RECORD(1:1) = "B"
                           MOVE "Y" TO WS-PARTITIONED
                       END-IF
                       IF WS-PC-COUNT < WS-PC-MAX-ENTRIES
                           ADD 1 TO WS-PC-COUNT
                           MOVE WS-DECK-NO TO WS-PC-DECK(WS-PC-COUNT)
                           MOVE WS-DECK-CARDS(WS-DECK-NO)
                               TO WS-PC-CARD-NO(WS-PC-COUNT)
                           MOVE WS-DECK-RECORD
                               TO WS-PC-IMAGE(WS-PC-COUNT)
                       ELSE
                           ADD 1 TO WS-PC-TRUNCATED-COUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 2130-CLOSE-DECK.

       2110-OPEN-DECK.
           EVALUATE WS-DECK-NO
               WHEN 1
                   OPEN INPUT RUNPARM-FILE
                   MOVE WS-RUNPARM-STATUS TO WS-DECK-OPEN-STATUS
                   EVALUATE TRUE
                       WHEN WS-RUNPARM-OK
                           MOVE "Y" TO WS-DECK-PRESENT(WS-DECK-NO)
                       WHEN WS-RUNPARM-ABSENT
                           MOVE "N" TO WS-DECK-PRESENT(WS-DECK-NO)
                       WHEN OTHER
                           MOVE "F" TO WS-DECK-PRESENT(WS-DECK-NO)
                   END-EVALUATE
               WHEN 2
                   OPEN INPUT PRM-IN1-FILE
                   MOVE WS-PRM-IN1-STATUS TO WS-DECK-OPEN-STATUS
                   EVALUATE TRUE
                       WHEN WS-PRM-IN1-OK
                           MOVE "Y" TO WS-DECK-PRESENT(WS-DECK-NO)
                       WHEN WS-PRM-IN1-ABSENT
                           MOVE "N" TO WS-DECK-PRESENT(WS-DECK-NO)
                       WHEN OTHER
                           MOVE "F" TO WS-DECK-PRESENT(WS-DECK-NO)
                   END-EVALUATE
               WHEN 3
                   OPEN INPUT PRM-IN2-FILE
                   MOVE WS-PRM-IN2-STATUS TO WS-DECK-OPEN-STATUS
                   EVALUATE TRUE
                       WHEN WS-PRM-IN2-OK
                           MOVE "Y" TO WS-DECK-PRESENT(WS-DECK-NO)
                       WHEN WS-PRM-IN2-ABSENT
                           MOVE "N" TO WS-DECK-PRESENT(WS-DECK-NO)
                       WHEN OTHER
                           MOVE "F" TO WS-DECK-PRESENT(WS-DECK-NO)
                   END-EVALUATE
               WHEN 4
                   OPEN INPUT PRM-IN3-FILE
                   MOVE WS-PRM-IN3-STATUS TO WS-DECK-OPEN-STATUS
                   EVALUATE TRUE
                       WHEN WS-PRM-IN3-OK
                           MOVE "Y" TO WS-DECK-PRESENT(WS-DECK-NO)
                       WHEN WS-PRM-IN3-ABSENT
                           MOVE "N" TO WS-DECK-PRESENT(WS-DECK-NO)
                       WHEN OTHER
                           MOVE "F" TO WS-DECK-PRESENT(WS-DECK-NO)
                   END-EVALUATE
               WHEN 5
                   OPEN INPUT PRM-IN4-FILE
                   MOVE WS-PRM-IN4-STATUS TO WS-DECK-OPEN-STATUS
                   EVALUATE TRUE
                       WHEN WS-PRM-IN4-OK
                           MOVE "Y" TO WS-DECK-PRESENT(WS-DECK-NO)
                       WHEN WS-PRM-IN4-ABSENT
                           MOVE "N" TO WS-DECK-PRESENT(WS-DECK-NO)
                       WHEN OTHER
                           MOVE "F" TO WS-DECK-PRESENT(WS-DECK-NO)
                   END-EVALUATE
           END-EVALUATE
           IF WS-DECK-PRESENT(WS-DECK-NO) = "F"
               DISPLAY "CARDEDIT: FATAL - " WS-DECK-NAME(WS-DECK-NO)
                       " OPEN FAILED, STATUS " WS-DECK-OPEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2120-READ-DECK.
           EVALUATE WS-DECK-NO
               WHEN 1
                   READ RUNPARM-FILE INTO WS-DECK-RECORD
                       AT END MOVE "Y" TO WS-DECK-EOF
                   END-READ
               WHEN 2
                   READ PRM-IN1-FILE INTO WS-DECK-RECORD
                       AT END MOVE "Y" TO WS-DECK-EOF
                   END-READ
               WHEN 3
                   READ PRM-IN2-FILE INTO WS-DECK-RECORD
                       AT END MOVE "Y" TO WS-DECK-EOF
                   END-READ
               WHEN 4
                   READ PRM-IN3-FILE INTO WS-DECK-RECORD
                       AT END MOVE "Y" TO WS-DECK-EOF
                   END-READ
               WHEN 5
                   READ PRM-IN4-FILE INTO WS-DECK-RECORD
                       AT END MOVE "Y" TO WS-DECK-EOF
                   END-READ
           END-EVALUATE.

       2130-CLOSE-DECK.
           EVALUATE WS-DECK-NO
               WHEN 1
                   CLOSE RUNPARM-FILE
               WHEN 2
                   CLOSE PRM-IN1-FILE
               WHEN 3
                   CLOSE PRM-IN2-FILE
               WHEN 4
                   CLOSE PRM-IN3-FILE
               WHEN 5
                   CLOSE PRM-IN4-FILE
           END-EVALUATE.

       2500-LOAD-MAINT-CARDS.
      *    No maintenance file is the normal case - nothing keyed.
           OPEN INPUT MAINT-FILE
           IF WS-MAINT-OK
               PERFORM UNTIL WS-MAINT-EOF
                   READ MAINT-FILE
                       AT END
                           SET WS-MAINT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-MNT-READ-COUNT
                           IF WS-MN-COUNT < WS-MN-MAX-ENTRIES
                               ADD 1 TO WS-MN-COUNT
                               MOVE MAINT-IN-RECORD
                                   TO WS-MN-IMAGE(WS-MN-COUNT)
                               MOVE ZERO
                                   TO WS-MN-CARRY-COUNT(WS-MN-COUNT)
                               MOVE "N"
                                   TO WS-MN-CARRY-HELD(WS-MN-COUNT)
                           ELSE
                               ADD 1 TO WS-MN-TRUNCATED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MAINT-FILE.

       2700-SCAN-CARRYFORWARD.
      *    One pass of tomorrow's carry-in: proved against its
      *    trailer, every maintenance card's reference looked up,
      *    the latest origination date kept, and (partitioned) every
      *    item's bucket tested against the 'B' lists.
           OPEN INPUT CARRY-FILE
           IF NOT WS-CARRY-OK
               DISPLAY "CARDEDIT: FATAL - CARRY-FILE OPEN FAILED, "
                       "STATUS " WS-CARRY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CARRY-EOF
               READ CARRY-FILE
                   AT END
                       SET WS-CARRY-EOF TO TRUE
                   NOT AT END
                       IF CF-TRAILER-REC
                           MOVE "Y" TO WS-CARRY-TRAILER-FOUND
                           MOVE CF-TRL-REC-COUNT
                               TO WS-CARRY-TRL-COUNT
                           MOVE CF-TRL-HASH-TOTAL
                               TO WS-CARRY-TRL-HASH
                       ELSE
                           ADD 1 TO WS-CARRY-READ-COUNT
                           ADD CF-AMOUNT TO WS-CARRY-HASH-TOTAL
                           PERFORM 2710-TALLY-CARRY-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARRY-FILE.

       2710-TALLY-CARRY-ITEM.
           IF CF-ORIG-DATE IS NUMERIC
               AND CF-ORIG-DATE > WS-CARRY-MAX-ORIG-DATE
               MOVE CF-ORIG-DATE TO WS-CARRY-MAX-ORIG-DATE
           END-IF
           PERFORM VARYING WS-MN-SCAN FROM 1 BY 1
                   UNTIL WS-MN-SCAN > WS-MN-COUNT
               IF WS-MN-REF-NO(WS-MN-SCAN) = CF-REF-NO
                   ADD 1 TO WS-MN-CARRY-COUNT(WS-MN-SCAN)
                   IF CF-HOLD-FLAG = "Y"
                       MOVE "Y" TO WS-MN-CARRY-HELD(WS-MN-SCAN)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PARTITIONED = "Y"
               MOVE CF-BUCKET-ID TO WS-TEST-BUCKET-ID
               PERFORM 2720-TEST-PARTITION-BUCKET
               IF WS-PART-OWNED = "N"
                   PERFORM 2730-COUNT-UNOWNED-BUCKET
               END-IF
           END-IF.

       2720-TEST-PARTITION-BUCKET.
      *    Is WS-TEST-BUCKET-ID on any deck's 'B' list?  A blank
      *    bucket never is.
           IF WS-TEST-BUCKET-ID = WS-PART-LAST-ID
               MOVE WS-PART-LAST-OWNED TO WS-PART-OWNED
           ELSE
               MOVE "N" TO WS-PART-OWNED
               IF WS-TEST-BUCKET-ID NOT = SPACES
                   PERFORM VARYING WS-PC-SCAN FROM 1 BY 1
                           UNTIL WS-PC-SCAN > WS-PC-COUNT
                               OR WS-PART-OWNED = "Y"
                       IF WS-PC-REC-TYPE(WS-PC-SCAN) = "B"
                           AND WS-PC-BUCKET-ID(WS-PC-SCAN)
                               = WS-TEST-BUCKET-ID
                           MOVE "Y" TO WS-PART-OWNED
                       END-IF
                   END-PERFORM
               END-IF
               MOVE WS-TEST-BUCKET-ID TO WS-PART-LAST-ID
               MOVE WS-PART-OWNED TO WS-PART-LAST-OWNED
           END-IF.

       2730-COUNT-UNOWNED-BUCKET.
           MOVE -1 TO WS-UB-FOUND
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-UB-COUNT
                       OR WS-UB-FOUND NOT = -1
               IF WS-UB-BUCKET-ID(WS-INDEX) = CF-BUCKET-ID
                   MOVE WS-INDEX TO WS-UB-FOUND
               END-IF
           END-PERFORM
           IF WS-UB-FOUND = -1
               IF WS-UB-COUNT < WS-UB-MAX-ENTRIES
                   ADD 1 TO WS-UB-COUNT
                   MOVE WS-UB-COUNT TO WS-UB-FOUND
                   MOVE CF-BUCKET-ID TO WS-UB-BUCKET-ID(WS-UB-FOUND)
                   MOVE ZERO TO WS-UB-ITEMS(WS-UB-FOUND)
               ELSE
                   ADD 1 TO WS-UB-TRUNCATED-COUNT
               END-IF
           END-IF
           IF WS-UB-FOUND NOT = -1
               ADD 1 TO WS-UB-ITEMS(WS-UB-FOUND)
           END-IF.

       3000-EDIT-PARAMETER-DECKS.
      *    TSRUNPRM is always listed, present or not; a partition
      *    deck only when the scheduler has staged one.
           PERFORM VARYING WS-DECK-NO FROM 1 BY 1
                   UNTIL WS-DECK-NO > 5
               IF WS-DECK-NO = 1
                   OR WS-DECK-PRESENT(WS-DECK-NO) = "Y"
                   PERFORM 3100-EDIT-ONE-DECK
               END-IF
           END-PERFORM
           IF WS-PC-TRUNCATED-COUNT > 0
               WRITE EDIT-REPORT-RECORD FROM CE-BLANK-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO WS-MSG-TEXT
               STRING WS-PC-TRUNCATED-COUNT " RUN-PARAMETER CARD(S) "
                       "BEYOND THE " WS-PC-MAX-ENTRIES
                       "-CARD EDIT LIMIT NOT EDITED"
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           END-IF
           IF WS-PARTITIONED = "Y"
               PERFORM 3500-EDIT-PARTITION-COVERAGE
           END-IF.

       3100-EDIT-ONE-DECK.
           WRITE EDIT-REPORT-RECORD FROM CE-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-DECK-NAME(WS-DECK-NO) TO CE-SEC-DATASET
           IF WS-DECK-NO = 1
               MOVE "RUN PARAMETER CARDS" TO CE-SEC-TITLE
           ELSE
               MOVE SPACES TO CE-SEC-TITLE
               COMPUTE WS-OTHER-DECK = WS-DECK-NO - 1
               STRING "PARTITION " WS-OTHER-DECK
                       " RUN PARAMETER CARDS"
                       DELIMITED BY SIZE INTO CE-SEC-TITLE
           END-IF
           WRITE EDIT-REPORT-RECORD FROM CE-SECTION-LINE
               AFTER ADVANCING 1 LINE
           IF WS-DECK-PRESENT(WS-DECK-NO) NOT = "Y"
               MOVE "(NOT SUPPLIED - LIVE RUN, TODAY'S DATE, EVERY "
                   & "BUCKET)" TO CE-NOTE-TEXT
               PERFORM 7400-WRITE-NOTE
           ELSE
           IF WS-DECK-CARDS(WS-DECK-NO) = 0
               MOVE "(NO CARDS - LIVE RUN, TODAY'S DATE, EVERY "
                   & "BUCKET)" TO CE-NOTE-TEXT
               PERFORM 7400-WRITE-NOTE
           ELSE
               WRITE EDIT-REPORT-RECORD FROM CE-COLUMN-HEADING
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING WS-PC-INDEX FROM 1 BY 1
                       UNTIL WS-PC-INDEX > WS-PC-COUNT
                   IF WS-PC-DECK(WS-PC-INDEX) = WS-DECK-NO
                       PERFORM 3150-EDIT-PARAMETER-CARD
                   END-IF
               END-PERFORM
           END-IF
           END-IF
           PERFORM 3400-EDIT-DECK-TOTALS.

       3150-EDIT-PARAMETER-CARD.
           MOVE WS-PC-CARD-NO(WS-PC-INDEX) TO CE-CARD-NO
           MOVE WS-PC-IMAGE(WS-PC-INDEX) TO CE-CARD-IMAGE
           PERFORM 7100-WRITE-CARD-LINE
           MOVE WS-PC-IMAGE(WS-PC-INDEX) TO RUNPARM-RECORD
           EVALUATE TRUE
               WHEN RUNPARM-RECORD = SPACES
                   MOVE "BLANK CARD - IGNORED BY TWOSUM"
                       TO WS-MSG-TEXT
                   PERFORM 7300-WRITE-WARNING
               WHEN PRM-MAIN-REC
                   PERFORM 3200-EDIT-MAIN-CARD
               WHEN PRM-BUCKET-REC
                   PERFORM 3300-EDIT-BUCKET-CARD
               WHEN PRM-RERUN-REC
                   PERFORM 3370-EDIT-RERUN-CARD
               WHEN OTHER
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "RECORD TYPE '" PRM-REC-TYPE
                           "' IS NOT P, B OR R - IGNORED BY TWOSUM"
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                   PERFORM 7300-WRITE-WARNING
           END-EVALUATE.

       3200-EDIT-MAIN-CARD.
           ADD 1 TO WS-DECK-P-CARDS(WS-DECK-NO)
           IF WS-DECK-P-CARDS(WS-DECK-NO) > 1
               MOVE "SECOND 'P' CARD IN THIS DECK - TWOSUM TAKES THE "
                   & "LAST ONE READ" TO WS-MSG-TEXT
               PERFORM 7300-WRITE-WARNING
           END-IF
           IF PRM-RUN-MODE NOT = SPACE
               AND PRM-RUN-MODE NOT = "S"
               MOVE SPACES TO WS-MSG-TEXT
               STRING "RUN MODE '" PRM-RUN-MODE "' (COL 2) IS NOT S "
                       "OR BLANK - TWOSUM WOULD RUN LIVE"
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           END-IF
           IF WS-DECK-NO > 1
               AND PRM-PARTITION-ID = SPACES
               MOVE "NO PARTITION ID (COLS 3-10) - THE CONSOLE WILL "
                   & "NOT NAME THE PARTITION" TO WS-MSG-TEXT
               PERFORM 7300-WRITE-WARNING
           END-IF
           PERFORM 3250-EDIT-BUSINESS-DATE
           MOVE PRM-BREAK-THRESHOLD(1:11) TO WS-PRM-THRESHOLD-RAW
           IF WS-PRM-THRESHOLD-RAW NOT = SPACES
               AND WS-PRM-THRESHOLD-RAW IS NOT NUMERIC
               MOVE SPACES TO WS-MSG-TEXT
               STRING "BREAK THRESHOLD '" WS-PRM-THRESHOLD-RAW
                       "' (COLS 19-29) IS NOT NUMERIC"
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           END-IF.

       3250-EDIT-BUSINESS-DATE.
      *    TwoSum's own rules for an explicit date, plus one it
      *    cannot apply itself: a date after today cannot be a
      *    business day that has closed.  A date that fails leaves
      *    the deck with no effective date to compare.
           MOVE PRM-BUS-DATE(1:8) TO WS-PRM-BUS-DATE-RAW
           IF WS-PRM-BUS-DATE-RAW = SPACES
               OR WS-PRM-BUS-DATE-RAW = "00000000"
               MOVE WS-CURRENT-DATE-NUM
                   TO WS-DECK-EFF-DATE(WS-DECK-NO)
           ELSE
           IF WS-PRM-BUS-DATE-RAW IS NOT NUMERIC
               MOVE ZERO TO WS-DECK-EFF-DATE(WS-DECK-NO)
               MOVE SPACES TO WS-MSG-TEXT
               STRING "BUSINESS DATE '" WS-PRM-BUS-DATE-RAW
                       "' (COLS 11-18) IS NOT NUMERIC"
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           ELSE
               MOVE WS-PRM-BUS-DATE-RAW TO WS-CARD-BUS-DATE
               MOVE WS-CARD-BUS-DATE TO WS-DECK-EFF-DATE(WS-DECK-NO)
               COMPUTE WS-DATE-TEST =
                   FUNCTION INTEGER-OF-DATE(WS-CARD-BUS-DATE)
               IF WS-DATE-TEST = ZERO
                   MOVE ZERO TO WS-DECK-EFF-DATE(WS-DECK-NO)
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "BUSINESS DATE " WS-CARD-BUS-DATE
                           " IS NOT A VALID CALENDAR DATE"
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                   PERFORM 7200-WRITE-ERROR
               ELSE
                   IF WS-CARD-BUS-DATE > WS-CURRENT-DATE-NUM
                       MOVE SPACES TO WS-MSG-TEXT
                       STRING "BUSINESS DATE " WS-CARD-BUS-DATE
                               " IS IN THE FUTURE (TODAY IS "
                               WS-CURRENT-DATE-NUM ")"
                               DELIMITED BY SIZE INTO WS-MSG-TEXT
                       PERFORM 7200-WRITE-ERROR
                   END-IF
                   IF WS-CARD-BUS-DATE < WS-HIST-MAX-DATE
                       MOVE SPACES TO WS-MSG-TEXT
                       STRING "BUSINESS DATE " WS-CARD-BUS-DATE
                               " IS EARLIER THAN " WS-HIST-MAX-DATE
                               " ALREADY BOOKED ON TSHIST"
                               DELIMITED BY SIZE INTO WS-MSG-TEXT
                       PERFORM 7200-WRITE-ERROR
                   END-IF
                   IF WS-CARD-BUS-DATE < WS-CARRY-MAX-ORIG-DATE
                       MOVE SPACES TO WS-MSG-TEXT
                       STRING "BUSINESS DATE " WS-CARD-BUS-DATE
                               " IS EARLIER THAN CARRIED ITEM ORIG "
                               "DATE " WS-CARRY-MAX-ORIG-DATE
                               DELIMITED BY SIZE INTO WS-MSG-TEXT
                       PERFORM 7200-WRITE-ERROR
                   END-IF
               END-IF
           END-IF
           END-IF.

       3300-EDIT-BUCKET-CARD.
      *    A bucket named twice in one deck is harmless; named in
      *    two decks it would be matched, extracted and carried by
      *    two partitions at once.
           ADD 1 TO WS-DECK-B-CARDS(WS-DECK-NO)
           IF WS-DECK-B-CARDS(WS-DECK-NO) = WS-TS-PART-BKT-LIMIT + 1
               MOVE SPACES TO WS-MSG-TEXT
               STRING "MORE THAN " WS-TS-PART-BKT-LIMIT
                       " 'B' CARDS IN THIS DECK - TWOSUM WOULD STOP"
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           END-IF
           IF PRM-BUCKET-ID = SPACES
               MOVE "BUCKET ID (COLS 2-11) IS BLANK - NO ITEM CAN "
                   & "BELONG TO IT" TO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           ELSE
               MOVE PRM-BUCKET-ID TO WS-TEST-BUCKET-ID
               PERFORM 7500-FIND-BUCKET
               IF WS-BM-FOUND = -1
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "BUCKET " DELIMITED BY SIZE
                           PRM-BUCKET-ID DELIMITED BY SPACE
                           " IS NOT ON THE BUCKET MASTER"
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                   PERFORM 7300-WRITE-WARNING
               END-IF
               PERFORM VARYING WS-PC-SCAN FROM 1 BY 1
                       UNTIL WS-PC-SCAN > WS-PC-COUNT
                   IF WS-PC-SCAN NOT = WS-PC-INDEX
                       AND WS-PC-REC-TYPE(WS-PC-SCAN) = "B"
                       AND WS-PC-BUCKET-ID(WS-PC-SCAN)
                           = PRM-BUCKET-ID
                       PERFORM 3350-REPORT-BUCKET-CLAIM
                   END-IF
               END-PERFORM
           END-IF.

       3350-REPORT-BUCKET-CLAIM.
           MOVE WS-PC-DECK(WS-PC-SCAN) TO WS-OTHER-DECK
           MOVE WS-PC-CARD-NO(WS-PC-SCAN) TO WS-MSG-CARD-NO
           MOVE SPACES TO WS-MSG-TEXT
           IF WS-OTHER-DECK NOT = WS-DECK-NO
               STRING "BUCKET " DELIMITED BY SIZE
                       PRM-BUCKET-ID DELIMITED BY SPACE
                       " ALSO OWNED BY " DELIMITED BY SIZE
                       WS-DECK-NAME(WS-OTHER-DECK) DELIMITED BY SPACE
                       " CARD " WS-MSG-CARD-NO
                       " - PARTITIONS OVERLAP"
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           ELSE
               IF WS-PC-SCAN < WS-PC-INDEX
                   STRING "BUCKET " DELIMITED BY SIZE
                           PRM-BUCKET-ID DELIMITED BY SPACE
                           " REPEATS CARD " WS-MSG-CARD-NO
                           " OF THIS DECK"
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                   PERFORM 7300-WRITE-WARNING
               END-IF
           END-IF.

       3370-EDIT-RERUN-CARD.
      *    A card the ledger check cannot use is as good as none:
      *    the step it was meant for would be refused in the window.
      *    A partition's deck is read only by that partition's
      *    TwoSum, so a card there for any other step does nothing.
           IF PRM-RERUN-STEP NOT = "TWOSUM"
               AND PRM-RERUN-STEP NOT = "TSCONSOL"
               AND PRM-RERUN-STEP NOT = "GLPROOF"
               AND PRM-RERUN-STEP NOT = "GLRECON"
               AND PRM-RERUN-STEP NOT = "HISTTRND"
               MOVE SPACES TO WS-MSG-TEXT
               STRING "RERUN STEP '" PRM-RERUN-STEP "' (COLS 2-9) "
                       "IS NOT TWOSUM, TSCONSOL, GLPROOF, GLRECON "
                       "OR HISTTRND" DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           ELSE
               IF WS-DECK-NO > 1
                   AND PRM-RERUN-STEP NOT = "TWOSUM"
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "RERUN CARD FOR " PRM-RERUN-STEP
                           " IN A PARTITION DECK - ONLY THAT "
                           "PARTITION'S TWOSUM READS IT"
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                   PERFORM 7300-WRITE-WARNING
               END-IF
           END-IF
           IF PRM-RERUN-DATE IS NOT NUMERIC
               MOVE SPACES TO WS-MSG-TEXT
               STRING "RERUN DATE '" PRM-RERUN-DATE
                       "' (COLS 10-17) IS NOT NUMERIC"
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           ELSE
               MOVE PRM-RERUN-DATE TO WS-CARD-RERUN-DATE
               COMPUTE WS-DATE-TEST =
                   FUNCTION INTEGER-OF-DATE(WS-CARD-RERUN-DATE)
               IF WS-DATE-TEST = ZERO
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "RERUN DATE " WS-CARD-RERUN-DATE
                           " IS NOT A VALID CALENDAR DATE"
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                   PERFORM 7200-WRITE-ERROR
               ELSE
                   IF WS-CARD-RERUN-DATE > WS-CURRENT-DATE-NUM
                       MOVE SPACES TO WS-MSG-TEXT
                       STRING "RERUN DATE " WS-CARD-RERUN-DATE
                               " IS IN THE FUTURE (TODAY IS "
                               WS-CURRENT-DATE-NUM ")"
                               DELIMITED BY SIZE INTO WS-MSG-TEXT
                       PERFORM 7200-WRITE-ERROR
                   END-IF
               END-IF
           END-IF
           IF PRM-RERUN-OPERATOR = SPACES
               MOVE "NO AUTHORISING OPERATOR (COLS 18-25) - THE "
                   & "RERUN WOULD BE REFUSED" TO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           END-IF
           IF PRM-RERUN-REASON = SPACES
               MOVE "NO RERUN REASON (COLS 26-65) - THE RUN LEDGER "
                   & "WILL RECORD NONE" TO WS-MSG-TEXT
               PERFORM 7300-WRITE-WARNING
           END-IF.

       3400-EDIT-DECK-TOTALS.
      *    Deck-level rules, printed after the deck's last card.
      *    Only a partition's own deck must carry 'B' cards: on a
      *    partitioned night no TwoSum reads the shared TSRUNPRM
      *    (deck 1), which then holds just the 'P' card and the
      *    downstream steps' 'R' cards.
           IF WS-DECK-PRESENT(WS-DECK-NO) = "Y"
               IF WS-PARTITIONED = "Y"
                   AND WS-DECK-NO > 1
                   AND WS-DECK-B-CARDS(WS-DECK-NO) = 0
                   MOVE "NO 'B' CARDS WHILE OTHER DECKS CARRY THEM - "
                       & "THIS RUN WOULD TAKE EVERY BUCKET"
                       TO WS-MSG-TEXT
                   PERFORM 7200-WRITE-ERROR
               END-IF
               IF WS-DECK-EFF-DATE(WS-DECK-NO) > ZERO
                   IF WS-EDIT-BUS-DECK = 0
                       MOVE WS-DECK-NO TO WS-EDIT-BUS-DECK
                       MOVE WS-DECK-EFF-DATE(WS-DECK-NO)
                           TO WS-EDIT-BUS-DATE
                   ELSE
                   IF WS-DECK-EFF-DATE(WS-DECK-NO)
                           NOT = WS-EDIT-BUS-DATE
                       MOVE SPACES TO WS-MSG-TEXT
                       STRING "BUSINESS DATE "
                               WS-DECK-EFF-DATE(WS-DECK-NO)
                               " DIFFERS FROM " WS-EDIT-BUS-DATE
                               " ON "
                               WS-DECK-NAME(WS-EDIT-BUS-DECK)
                               DELIMITED BY SIZE INTO WS-MSG-TEXT
                       PERFORM 7200-WRITE-ERROR
                   END-IF
                   END-IF
               END-IF
           END-IF.

       3500-EDIT-PARTITION-COVERAGE.
      *    The 'B' lists must jointly cover every bucket in play.
           WRITE EDIT-REPORT-RECORD FROM CE-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE "TSCARRYO" TO CE-SEC-DATASET
           MOVE "PARTITION COVERAGE OF CARRIED ITEMS" TO CE-SEC-TITLE
           WRITE EDIT-REPORT-RECORD FROM CE-SECTION-LINE
               AFTER ADVANCING 1 LINE
           IF WS-UB-COUNT = 0
               MOVE "(EVERY CARRIED ITEM'S BUCKET IS OWNED)"
                   TO CE-NOTE-TEXT
               PERFORM 7400-WRITE-NOTE
           ELSE
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-UB-COUNT
                   MOVE SPACES TO WS-MSG-TEXT
                   IF WS-UB-BUCKET-ID(WS-INDEX) = SPACES
                       STRING WS-UB-ITEMS(WS-INDEX)
                               " CARRIED ITEM(S) WITH A BLANK BUCKET"
                               " - A PARTITIONED RUN WOULD STOP"
                               DELIMITED BY SIZE INTO WS-MSG-TEXT
                   ELSE
                       STRING WS-UB-ITEMS(WS-INDEX)
                               " CARRIED ITEM(S) IN BUCKET "
                               DELIMITED BY SIZE
                               WS-UB-BUCKET-ID(WS-INDEX)
                               DELIMITED BY SPACE
                               " - NO PARTITION OWNS IT"
                               DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-IF
                   PERFORM 7200-WRITE-ERROR
               END-PERFORM
               IF WS-UB-TRUNCATED-COUNT > 0
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-UB-TRUNCATED-COUNT
                           " MORE CARRIED ITEM(S) IN OTHER UNOWNED "
                           "BUCKETS"
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                   PERFORM 7200-WRITE-ERROR
               END-IF
           END-IF.

       4000-EDIT-CONTROL-CARDS.
      *    TARGETIN is shared by every partition; a missing file
      *    stops TwoSum outright.
           WRITE EDIT-REPORT-RECORD FROM CE-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE "TARGETIN" TO CE-SEC-DATASET
           MOVE "CONTROL CARDS" TO CE-SEC-TITLE
           WRITE EDIT-REPORT-RECORD FROM CE-SECTION-LINE
               AFTER ADVANCING 1 LINE
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-ABSENT
               MOVE "TARGETIN NOT SUPPLIED - TWOSUM WOULD STOP"
                   TO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           ELSE
           IF NOT WS-CONTROL-OK
               DISPLAY "CARDEDIT: FATAL - CONTROL-FILE OPEN FAILED, "
                       "STATUS " WS-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               WRITE EDIT-REPORT-RECORD FROM CE-COLUMN-HEADING
                   AFTER ADVANCING 1 LINE
               PERFORM UNTIL WS-CONTROL-EOF
                   READ CONTROL-FILE
                       AT END
                           SET WS-CONTROL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CTL-READ-COUNT
                           PERFORM 4100-EDIT-CONTROL-CARD
                   END-READ
               END-PERFORM
               IF WS-CTL-READ-COUNT = 0
                   MOVE "NO CONTROL CARDS - TWOSUM WOULD DEFAULT THE "
                       & "TARGET TO ZERO" TO WS-MSG-TEXT
                   PERFORM 7300-WRITE-WARNING
               END-IF
           END-IF
           END-IF
           CLOSE CONTROL-FILE.

       4100-EDIT-CONTROL-CARD.
           MOVE WS-CTL-READ-COUNT TO CE-CARD-NO
           MOVE CONTROL-RECORD TO CE-CARD-IMAGE
           PERFORM 7100-WRITE-CARD-LINE
           IF CONTROL-RECORD = SPACES
               MOVE "BLANK CARD - TWOSUM WOULD TAKE IT AS A ZERO "
                   & "TARGET" TO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           ELSE
               PERFORM 4200-EDIT-CONTROL-FIELDS
           END-IF
           IF WS-CTL-READ-COUNT > WS-TS-TARGETS-LIMIT
               MOVE SPACES TO WS-MSG-TEXT
               STRING "BEYOND TWOSUM'S " WS-TS-TARGETS-LIMIT
                       "-CARD LIMIT - TWOSUM WOULD DROP IT"
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           ELSE
               PERFORM VARYING WS-CC-SCAN FROM 1 BY 1
                       UNTIL WS-CC-SCAN > WS-CC-COUNT
                   IF WS-CC-KEY(WS-CC-SCAN) = CONTROL-RECORD(1:33)
                       MOVE SPACES TO WS-MSG-TEXT
                       MOVE WS-CC-SCAN TO WS-MSG-CARD-NO
                       STRING "REPEATS CARD " WS-MSG-CARD-NO
                               " - THE SAME TARGET WOULD RUN TWICE"
                               DELIMITED BY SIZE INTO WS-MSG-TEXT
                       PERFORM 7300-WRITE-WARNING
                   END-IF
               END-PERFORM
               ADD 1 TO WS-CC-COUNT
               MOVE CONTROL-RECORD(1:33) TO WS-CC-KEY(WS-CC-COUNT)
           END-IF.

       4200-EDIT-CONTROL-FIELDS.
           IF CTL-TARGET IS NOT NUMERIC
               MOVE "TARGET (COLS 1-10) IS NOT A SIGNED NUMBER "
                   & "(9 DIGITS AND + OR -)" TO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           END-IF
           IF CTL-ALLOC-MODE NOT = SPACE
               AND CTL-ALLOC-MODE NOT = "U"
               MOVE SPACES TO WS-MSG-TEXT
               STRING "ALLOCATION MODE '" CTL-ALLOC-MODE
                       "' (COL 21) IS NOT U OR BLANK"
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           END-IF
           IF CTL-XBUCKET-INFO NOT = SPACE
               AND CTL-XBUCKET-INFO NOT = "Y"
               AND CTL-XBUCKET-INFO NOT = "N"
               MOVE SPACES TO WS-MSG-TEXT
               STRING "CROSS-BUCKET FLAG '" CTL-XBUCKET-INFO
                       "' (COL 22) IS NOT Y, N OR BLANK"
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           END-IF
           IF CTL-TRIPLET-MODE NOT = SPACE
               AND CTL-TRIPLET-MODE NOT = "Y"
               AND CTL-TRIPLET-MODE NOT = "N"
               MOVE SPACES TO WS-MSG-TEXT
               STRING "TRIPLET FLAG '" CTL-TRIPLET-MODE
                       "' (COL 23) IS NOT Y, N OR BLANK"
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           END-IF
           IF CONTROL-RECORD(24:3) NOT = SPACES
               AND CTL-TOLERANCE IS NOT NUMERIC
               MOVE SPACES TO WS-MSG-TEXT
               STRING "TOLERANCE '" CONTROL-RECORD(24:3)
                       "' (COLS 24-26) IS NOT NUMERIC - TWOSUM "
                       "WOULD USE ZERO"
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           END-IF
           IF CTL-MATCH-MODE NOT = SPACE
               AND CTL-MATCH-MODE NOT = "O"
               AND CTL-MATCH-MODE NOT = "S"
               MOVE SPACES TO WS-MSG-TEXT
               STRING "MATCH MODE '" CTL-MATCH-MODE
                       "' (COL 27) IS NOT O, S OR BLANK"
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           END-IF
           MOVE "Y" TO WS-CCY-FORMAT-OK
           IF CTL-CURRENCY NOT = SPACES
               IF CTL-CURRENCY IS NOT ALPHABETIC-UPPER
                   OR CTL-CURRENCY(1:1) = SPACE
                   OR CTL-CURRENCY(2:1) = SPACE
                   OR CTL-CURRENCY(3:1) = SPACE
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "CURRENCY '" CTL-CURRENCY
                           "' (COLS 28-30) IS NOT A 3-LETTER CODE"
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                   MOVE "N" TO WS-CCY-FORMAT-OK
                   PERFORM 7200-WRITE-ERROR
               END-IF
           END-IF
           IF CONTROL-RECORD(31:3) NOT = SPACES
               AND CTL-VD-WINDOW IS NOT NUMERIC
               MOVE SPACES TO WS-MSG-TEXT
               STRING "VALUE-DATE WINDOW '" CONTROL-RECORD(31:3)
                       "' (COLS 31-33) IS NOT NUMERIC - TWOSUM "
                       "WOULD USE ZERO"
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           END-IF
           PERFORM 4300-EDIT-CONTROL-BUCKET.

       4300-EDIT-CONTROL-BUCKET.
      *    The bucket master tests TwoSum applies before a card
      *    becomes a target, then (partitioned) whether any
      *    partition will pick the card up at all.
           IF CTL-BUCKET-ID NOT = SPACES
               MOVE CTL-BUCKET-ID TO WS-TEST-BUCKET-ID
               PERFORM 7500-FIND-BUCKET
               MOVE SPACES TO WS-MSG-TEXT
               IF WS-BM-FOUND = -1
                   STRING "BUCKET " DELIMITED BY SIZE
                           CTL-BUCKET-ID DELIMITED BY SPACE
                           " IS NOT ON THE BUCKET MASTER - TWOSUM "
                           "WOULD REJECT THE CARD"
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                   PERFORM 7200-WRITE-ERROR
               ELSE
               IF WS-BM-STATUS(WS-BM-FOUND) = "C"
                   STRING "BUCKET " DELIMITED BY SIZE
                           CTL-BUCKET-ID DELIMITED BY SPACE
                           " IS CLOSED - TWOSUM WOULD REJECT THE CARD"
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                   PERFORM 7200-WRITE-ERROR
               ELSE
               IF CTL-CURRENCY NOT = SPACES
                   AND WS-CCY-FORMAT-OK = "Y"
                   MOVE "N" TO WS-BM-CCY-OK
                   PERFORM VARYING WS-CCY-SCAN FROM 1 BY 1
                           UNTIL WS-CCY-SCAN > 10
                               OR WS-BM-CCY-OK = "Y"
                       IF WS-BM-CURRENCY(WS-BM-FOUND, WS-CCY-SCAN)
                               = CTL-CURRENCY
                           MOVE "Y" TO WS-BM-CCY-OK
                       END-IF
                   END-PERFORM
                   IF WS-BM-CCY-OK = "N"
                       STRING "BUCKET " DELIMITED BY SIZE
                               CTL-BUCKET-ID DELIMITED BY SPACE
                               " DOES NOT PERMIT CURRENCY "
                               CTL-CURRENCY " - TWOSUM WOULD REJECT"
                               DELIMITED BY SIZE INTO WS-MSG-TEXT
                       PERFORM 7200-WRITE-ERROR
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           IF WS-PARTITIONED = "Y"
               IF CTL-BUCKET-ID = SPACES
                   MOVE "BLANK BUCKET ON A PARTITIONED NIGHT - EVERY "
                       & "PARTITION WOULD SKIP THIS CARD"
                       TO WS-MSG-TEXT
                   PERFORM 7300-WRITE-WARNING
               ELSE
                   MOVE CTL-BUCKET-ID TO WS-TEST-BUCKET-ID
                   PERFORM 2720-TEST-PARTITION-BUCKET
                   IF WS-PART-OWNED = "N"
                       MOVE SPACES TO WS-MSG-TEXT
                       STRING "BUCKET " DELIMITED BY SIZE
                               CTL-BUCKET-ID DELIMITED BY SPACE
                               " IS IN NO PARTITION'S LIST - NO RUN "
                               "WOULD MATCH IT"
                               DELIMITED BY SIZE INTO WS-MSG-TEXT
                       PERFORM 7300-WRITE-WARNING
                   END-IF
               END-IF
           END-IF.

       5000-EDIT-MAINT-CARDS.
           WRITE EDIT-REPORT-RECORD FROM CE-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE "TSMNTIN" TO CE-SEC-DATASET
           MOVE "MAINTENANCE CARDS" TO CE-SEC-TITLE
           WRITE EDIT-REPORT-RECORD FROM CE-SECTION-LINE
               AFTER ADVANCING 1 LINE
           IF WS-CARRY-TRAILER-FOUND = "N"
               MOVE "TSCARRYO HAS NO TRAILER RECORD - TWOSUM WOULD "
                   & "STOP ON THE CARRY-IN" TO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           ELSE
           IF WS-CARRY-READ-COUNT NOT = WS-CARRY-TRL-COUNT
               OR WS-CARRY-HASH-TOTAL NOT = WS-CARRY-TRL-HASH
               MOVE "TSCARRYO IS OUT OF BALANCE WITH ITS TRAILER - "
                   & "TWOSUM WOULD STOP" TO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           END-IF
           END-IF
           IF WS-MNT-READ-COUNT = 0
               MOVE "(NO MAINTENANCE CARDS)" TO CE-NOTE-TEXT
               PERFORM 7400-WRITE-NOTE
           ELSE
               WRITE EDIT-REPORT-RECORD FROM CE-COLUMN-HEADING
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING WS-MN-INDEX FROM 1 BY 1
                       UNTIL WS-MN-INDEX > WS-MN-COUNT
                   PERFORM 5100-EDIT-MAINT-CARD
               END-PERFORM
               IF WS-MN-TRUNCATED-COUNT > 0
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-MN-TRUNCATED-COUNT
                           " CARD(S) BEYOND TWOSUM'S "
                           WS-TS-MAINT-LIMIT
                           "-CARD LIMIT - TWOSUM WOULD DROP THEM"
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                   PERFORM 7200-WRITE-ERROR
               END-IF
           END-IF.

       5100-EDIT-MAINT-CARD.
           MOVE WS-MN-INDEX TO CE-CARD-NO
           MOVE WS-MN-IMAGE(WS-MN-INDEX) TO CE-CARD-IMAGE
           PERFORM 7100-WRITE-CARD-LINE
           MOVE WS-MN-IMAGE(WS-MN-INDEX) TO MAINT-RECORD
           IF MAINT-RECORD = SPACES
               MOVE "BLANK CARD - TWOSUM WOULD REJECT IT"
                   TO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           ELSE
               IF NOT MNT-MANUAL-MATCH AND NOT MNT-WRITE-OFF
                   AND NOT MNT-HOLD AND NOT MNT-RELEASE
                   AND NOT MNT-APPROVE AND NOT MNT-DECLINE
                   AND NOT MNT-REVERSE
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "ACTION '" MNT-ACTION "' (COL 1) IS NOT "
                           "M, W, H, R, A, D OR V"
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                   PERFORM 7200-WRITE-ERROR
               END-IF
               IF MNT-OPERATOR = SPACES
                   MOVE "OPERATOR ID (COLS 14-21) IS BLANK"
                       TO WS-MSG-TEXT
                   PERFORM 7200-WRITE-ERROR
               END-IF
               IF MNT-WRITE-OFF
                   AND MNT-GL-ACCOUNT = SPACES
                   MOVE "WRITE-OFF NAMES NO GL ACCOUNT (COLS 22-31)"
                       TO WS-MSG-TEXT
                   PERFORM 7200-WRITE-ERROR
               END-IF
               IF MNT-REVERSE
                   PERFORM 5300-EDIT-REVERSAL-CARD
               ELSE
               IF MNT-REF-NO = SPACES
                   MOVE "REFERENCE NUMBER (COLS 2-13) IS BLANK"
                       TO WS-MSG-TEXT
                   PERFORM 7200-WRITE-ERROR
               ELSE
                   PERFORM 5200-EDIT-MAINT-REF
               END-IF
               END-IF
           END-IF.

       5200-EDIT-MAINT-REF.
      *    The item must be open on tomorrow's carry-in.  Every
      *    earlier card for the same reference is a conflict when
      *    its action differs, and a duplicate when it is the same
      *    action - unless the carry-in holds that many items
      *    sharing the reference, each of which a card may name.
           IF WS-MN-CARRY-COUNT(WS-MN-INDEX) = 0
               MOVE SPACES TO WS-MSG-TEXT
               STRING "REF " DELIMITED BY SIZE
                       MNT-REF-NO DELIMITED BY SPACE
                       " IS NOT OPEN ON TSCARRYO - "
                       "TWOSUM WOULD FIND NO ITEM"
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           ELSE
               IF MNT-HOLD
                   AND WS-MN-CARRY-HELD(WS-MN-INDEX) = "Y"
                   MOVE "ITEM IS ALREADY ON HOLD ON TSCARRYO"
                       TO WS-MSG-TEXT
                   PERFORM 7300-WRITE-WARNING
               END-IF
               IF MNT-RELEASE
                   AND WS-MN-CARRY-HELD(WS-MN-INDEX) = "N"
                   MOVE "ITEM IS NOT ON HOLD - THE RELEASE WOULD ACT "
                       & "ON NOTHING" TO WS-MSG-TEXT
                   PERFORM 7300-WRITE-WARNING
               END-IF
           END-IF
           MOVE ZERO TO WS-SAME-COUNT
           PERFORM VARYING WS-MN-SCAN FROM 1 BY 1
                   UNTIL WS-MN-SCAN NOT < WS-MN-INDEX
               IF WS-MN-REF-NO(WS-MN-SCAN) = MNT-REF-NO
                   IF WS-MN-ACTION(WS-MN-SCAN) = MNT-ACTION
                       ADD 1 TO WS-SAME-COUNT
                       MOVE WS-MN-SCAN TO WS-SAME-CARD-NO
                   ELSE
                       MOVE SPACES TO WS-MSG-TEXT
                       MOVE WS-MN-SCAN TO WS-MSG-CARD-NO
                       STRING "CONFLICTS WITH CARD " WS-MSG-CARD-NO
                               " ('" WS-MN-ACTION(WS-MN-SCAN)
                               "') FOR THE SAME REF"
                               DELIMITED BY SIZE INTO WS-MSG-TEXT
                       PERFORM 7200-WRITE-ERROR
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SAME-COUNT > 0
               AND WS-SAME-COUNT NOT < WS-MN-CARRY-COUNT(WS-MN-INDEX)
               MOVE SPACES TO WS-MSG-TEXT
               STRING "DUPLICATES CARD " WS-SAME-CARD-NO
                       " FOR THE SAME REF"
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           END-IF.

       5300-EDIT-REVERSAL-CARD.
      *    A reversal names a clearing GL has already posted, by its
      *    posting reference or one of its leg references, and
      *    returns the legs to suspense - so, unlike every other
      *    card, a leg it names must not be open on the carry-in:
      *    TwoSum refuses a reversal that would open a leg twice.
      *    Whether the posting exists is for TwoSum to prove from
      *    the item journal; the edit can only catch a card that
      *    repeats an earlier reversal's posting or leg reference.
           IF MNT-REF-NO = SPACES AND MNT-POST-REF = SPACES
               MOVE "REVERSAL NAMES NO POSTING REF (COLS 62-73) OR "
                   & "LEG REF (COLS 2-13)" TO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           END-IF
           IF MNT-REASON = SPACES
               MOVE "REVERSAL GIVES NO REASON (COLS 32-61)"
                   TO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           END-IF
           IF MNT-REF-NO NOT = SPACES
               AND WS-MN-CARRY-COUNT(WS-MN-INDEX) > 0
               MOVE SPACES TO WS-MSG-TEXT
               STRING "REF " DELIMITED BY SIZE
                       MNT-REF-NO DELIMITED BY SPACE
                       " IS OPEN ON TSCARRYO - "
                       "TWOSUM WOULD REFUSE THE REVERSAL"
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           END-IF
           MOVE ZERO TO WS-SAME-COUNT
           PERFORM VARYING WS-MN-SCAN FROM 1 BY 1
                   UNTIL WS-MN-SCAN NOT < WS-MN-INDEX
                       OR WS-SAME-COUNT > 0
               IF WS-MN-ACTION(WS-MN-SCAN) = "V"
                   AND ((MNT-POST-REF NOT = SPACES
                       AND WS-MN-POST-REF(WS-MN-SCAN) = MNT-POST-REF)
                   OR (MNT-REF-NO NOT = SPACES
                       AND WS-MN-REF-NO(WS-MN-SCAN) = MNT-REF-NO))
                   ADD 1 TO WS-SAME-COUNT
                   MOVE WS-MN-SCAN TO WS-SAME-CARD-NO
               END-IF
           END-PERFORM
           IF WS-SAME-COUNT > 0
               MOVE SPACES TO WS-MSG-TEXT
               STRING "DUPLICATES REVERSAL CARD " WS-SAME-CARD-NO
                       " FOR THE SAME CLEARING"
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM 7200-WRITE-ERROR
           END-IF.

       6000-WRITE-SUMMARY.
           WRITE EDIT-REPORT-RECORD FROM CE-BLANK-LINE
               AFTER ADVANCING 1 LINE
           IF WS-EDIT-BUS-DECK = 0
               MOVE WS-CURRENT-DATE-NUM TO WS-EDIT-BUS-DATE
           END-IF
           MOVE WS-EDIT-BUS-DATE TO CE-BUS-DATE
           WRITE EDIT-REPORT-RECORD FROM CE-DATE-LINE
               AFTER ADVANCING 1 LINE
           MOVE "PARAMETER DECKS SUPPLIED: " TO CE-COUNT-LABEL
           MOVE WS-DECKS-PRESENT TO CE-COUNT-VALUE
           WRITE EDIT-REPORT-RECORD FROM CE-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "RUN PARAMETER CARDS     : " TO CE-COUNT-LABEL
           MOVE WS-PRM-CARD-COUNT TO CE-COUNT-VALUE
           WRITE EDIT-REPORT-RECORD FROM CE-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "CONTROL CARDS           : " TO CE-COUNT-LABEL
           MOVE WS-CTL-READ-COUNT TO CE-COUNT-VALUE
           WRITE EDIT-REPORT-RECORD FROM CE-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "MAINTENANCE CARDS       : " TO CE-COUNT-LABEL
           MOVE WS-MNT-READ-COUNT TO CE-COUNT-VALUE
           WRITE EDIT-REPORT-RECORD FROM CE-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "CARRIED ITEMS READ      : " TO CE-COUNT-LABEL
           MOVE WS-CARRY-READ-COUNT TO CE-COUNT-VALUE
           WRITE EDIT-REPORT-RECORD FROM CE-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "ERRORS                  : " TO CE-COUNT-LABEL
           MOVE WS-ERROR-COUNT TO CE-COUNT-VALUE
           WRITE EDIT-REPORT-RECORD FROM CE-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WARNINGS                : " TO CE-COUNT-LABEL
           MOVE WS-WARNING-COUNT TO CE-COUNT-VALUE
           WRITE EDIT-REPORT-RECORD FROM CE-COUNT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-ERROR-COUNT > 0
               MOVE "ERRORS - HOLD TWOSUM UNTIL THE CARDS ARE FIXED"
                   TO CE-RESULT-TEXT
           ELSE
           IF WS-WARNING-COUNT > 0
               MOVE "WARNINGS ONLY - REVIEW BEFORE THE WINDOW OPENS"
                   TO CE-RESULT-TEXT
           ELSE
               MOVE "CLEAN" TO CE-RESULT-TEXT
           END-IF
           END-IF
           WRITE EDIT-REPORT-RECORD FROM CE-RESULT-LINE
               AFTER ADVANCING 1 LINE
           CLOSE EDIT-REPORT-FILE
           IF WS-ERROR-COUNT > 0
               DISPLAY "CARDEDIT: " WS-ERROR-COUNT " ERROR(S), "
                       WS-WARNING-COUNT " WARNING(S) - TWOSUM MUST "
                       "NOT RUN - SEE REPORT TSEDTRPT"
           ELSE
               IF WS-WARNING-COUNT > 0
                   DISPLAY "CARDEDIT: WARNING - " WS-WARNING-COUNT
                           " WARNING(S) - SEE REPORT TSEDTRPT"
               END-IF
           END-IF
           DISPLAY "CARDEDIT: RUN COMPLETE - SEE REPORT TSEDTRPT".

       7100-WRITE-CARD-LINE.
           WRITE EDIT-REPORT-RECORD FROM CE-CARD-LINE
               AFTER ADVANCING 1 LINE.

       7200-WRITE-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           MOVE "*** ERROR   - " TO CE-MSG-SEVERITY
           MOVE WS-MSG-TEXT TO CE-MSG-TEXT
           WRITE EDIT-REPORT-RECORD FROM CE-MESSAGE-LINE
               AFTER ADVANCING 1 LINE.

       7300-WRITE-WARNING.
           ADD 1 TO WS-WARNING-COUNT
           MOVE "*** WARNING - " TO CE-MSG-SEVERITY
           MOVE WS-MSG-TEXT TO CE-MSG-TEXT
           WRITE EDIT-REPORT-RECORD FROM CE-MESSAGE-LINE
               AFTER ADVANCING 1 LINE.

       7400-WRITE-NOTE.
           WRITE EDIT-REPORT-RECORD FROM CE-NOTE-LINE
               AFTER ADVANCING 1 LINE.

       7500-FIND-BUCKET.
           MOVE -1 TO WS-BM-FOUND
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-BM-COUNT
                       OR WS-BM-FOUND NOT = -1
               IF WS-BM-BUCKET-ID(WS-INDEX) = WS-TEST-BUCKET-ID
                   MOVE WS-INDEX TO WS-BM-FOUND
               END-IF
           END-PERFORM.
