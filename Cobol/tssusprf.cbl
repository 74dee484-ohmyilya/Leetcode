      *****************************************************************
      * PROGRAM-ID. SuspProof
      *
      * Daily companion to TwoSum: proves the open-item population
      * against the general ledger.  Reads the closing carryforward
      * (TSCARRYO - every still-open suspense item, held items
      * included) and GL's end-of-day suspense balance feed
      * (TSGLBAL), totals the open items by suspense GL account (the
      * bucket master's BM-GL-ACCOUNT for the item's bucket) and
      * currency, and compares each total with the ledger balance.
      * Every proof line prints AGREED or BREAK with the difference
      * and the count of open items behind it (TSSPRPT); an account
      * carrying several buckets shows each bucket's share beneath.
      * Each day's result is appended to the permanent ledger-proof
      * history (TSBRKHST), and read back the next day, so a break
      * that persists shows the business date it first broke, the
      * calendar days since, and the number of consecutive proof
      * dates it has stayed broken.
      * The business date is the TSRUNPRM 'P' card's when supplied,
      * otherwise today, and every GL balance record must carry it.
      * The carryforward must prove against its own trailer first
      * (RETURN-CODE 16 otherwise, as every consumer applies).  A
      * break whose difference exceeds the TSRUNPRM break threshold
      * (PRM-BREAK-THRESHOLD; none supplied means any break) ends
      * the run with RETURN-CODE 4 so the scheduler can hold the
      * sign-off; so does any proof line lost to a table limit.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuspProof.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRY-FILE ASSIGN TO "TSCARRYO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "TSGLBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-BALANCE-STATUS.
           SELECT OPTIONAL RUNPARM-FILE ASSIGN TO "TSRUNPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.
           SELECT BUCKET-MASTER-FILE ASSIGN TO "TSBKTMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKTMAS-STATUS.
           SELECT OPTIONAL BREAK-HISTORY-FILE ASSIGN TO "TSBRKHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREAK-HISTORY-STATUS.
           SELECT PROOF-REPORT-FILE ASSIGN TO "TSSPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARRY-FILE
           RECORDING MODE IS F.
       COPY TSCARRY.

       FD  GL-BALANCE-FILE
           RECORDING MODE IS F.
       COPY TSGLBAL.

       FD  RUNPARM-FILE
           RECORDING MODE IS F.
       COPY TSRUNPRM.

       FD  BUCKET-MASTER-FILE
           RECORDING MODE IS F.
       COPY TSBKTMS.

       FD  BREAK-HISTORY-FILE
           RECORDING MODE IS F.
       COPY TSBRKHS.

       FD  PROOF-REPORT-FILE.
       01  PROOF-REPORT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       COPY TSSPLN.
       01  WS-CARRY-STATUS             PIC XX.
           88  WS-CARRY-OK             VALUE "00".
           88  WS-CARRY-EOF            VALUE "10".

       01  WS-GL-BALANCE-STATUS        PIC XX.
           88  WS-GL-BALANCE-OK        VALUE "00".
           88  WS-GL-BALANCE-EOF       VALUE "10".

       01  WS-RUNPARM-STATUS           PIC XX.
           88  WS-RUNPARM-OK           VALUE "00".
           88  WS-RUNPARM-EOF          VALUE "10".

       01  WS-BKTMAS-STATUS            PIC XX.
           88  WS-BKTMAS-OK            VALUE "00".
           88  WS-BKTMAS-EOF           VALUE "10".

       01  WS-BREAK-HISTORY-STATUS     PIC XX.
           88  WS-BREAK-HISTORY-OK     VALUE "00" "05".
           88  WS-BREAK-HISTORY-EOF    VALUE "10".

       01  WS-PROOF-REPORT-STATUS      PIC XX.
           88  WS-PROOF-REPORT-OK      VALUE "00".

      *    Sterling is the book's base currency.  An open item and a
      *    ledger balance may each carry it as GBP or as a blank
      *    currency; both are proved under GBP.
       01  WS-BASE-CURRENCY            PIC X(3) VALUE "GBP".

       01  WS-RUN-DATE                 PIC X(10).
       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY            PIC 9(4).
           05  WS-CURR-MM              PIC 9(2).
           05  WS-CURR-DD              PIC 9(2).
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

      *    The business date and break threshold from TSRUNPRM.  The
      *    date is captured raw so a miskeyed card stops the run
      *    instead of being quietly replaced by the system date, as
      *    in TwoSum.
       01  WS-BUS-DATE                 PIC 9(8).
       01  WS-PRM-BUS-DATE-RAW         PIC X(8) VALUE SPACES.
       01  WS-PRM-THRESHOLD-RAW        PIC X(11) VALUE SPACES.
       01  WS-BREAK-THRESHOLD          PIC 9(9)V99 VALUE ZERO.
       01  WS-DATE-TEST                PIC S9(9).

      *    Bucket master: the suspense GL account each bucket's open
      *    items stand in.  An item whose bucket is not on the
      *    master proves under a blank account, which no ledger
      *    balance carries, so it always shows as a break.
       01  WS-BM-MAX-ENTRIES           PIC 9(4) VALUE 500.
       01  WS-BM-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-BM-TRUNCATED-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-BM-TABLE.
           05  WS-BM-ENTRY
                   OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-BM-COUNT.
               10  WS-BM-BUCKET-ID     PIC X(10).
               10  WS-BM-GL-ACCOUNT    PIC X(10).
       01  WS-BM-FOUND                 PIC S9(5).

      *    Carryforward trailer balancing, mirroring every other
      *    consumer of TSCARRYO.
       01  WS-CARRY-READ-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-CARRY-HASH-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01  WS-CARRY-TRAILER-FOUND      PIC X VALUE "N".
       01  WS-CARRY-TRL-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-CARRY-TRL-HASH           PIC S9(11)V99 VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-GL-READ-COUNT            PIC 9(6) VALUE ZERO.

      *    One proof row per suspense GL account and currency, from
      *    either side.  Rows beyond the table limit are counted and
      *    flagged, never silently dropped - an unproved account is
      *    worse than a break.
       01  WS-PR-MAX-ENTRIES           PIC 9(4) VALUE 2000.
       01  WS-PR-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-PR-TRUNCATED-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-PR-TABLE.
           05  WS-PR-ENTRY
                   OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-PR-COUNT.
               10  WS-PR-GL-ACCOUNT    PIC X(10).
               10  WS-PR-CCY           PIC X(3).
               10  WS-PR-ITEMS         PIC 9(6).
               10  WS-PR-OPEN-TOTAL    PIC S9(11)V99.
               10  WS-PR-LEDGER        PIC S9(11)V99.
               10  WS-PR-BUCKETS       PIC 9(4).
               10  WS-PR-FIRST-BUCKET  PIC X(10).
               10  WS-PR-STATUS        PIC X(1).
               10  WS-PR-SINCE         PIC 9(8).
               10  WS-PR-RUNS          PIC 9(4).
       01  WS-PR-FOUND                 PIC S9(5).

      *    Each bucket's share of a proof row, for accounts that
      *    carry more than one bucket.
       01  WS-PB-MAX-ENTRIES           PIC 9(4) VALUE 2000.
       01  WS-PB-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-PB-TABLE.
           05  WS-PB-ENTRY
                   OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-PB-COUNT.
               10  WS-PB-ROW           PIC 9(4).
               10  WS-PB-BUCKET        PIC X(10).
               10  WS-PB-ITEMS         PIC 9(6).
               10  WS-PB-OPEN-TOTAL    PIC S9(11)V99.
       01  WS-PB-FOUND                 PIC S9(5).

      *    The latest earlier proof of each account and currency on
      *    the history file, and the latest earlier business date
      *    proved at all.
       01  WS-PH-MAX-ENTRIES           PIC 9(4) VALUE 2000.
       01  WS-PH-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-PH-TABLE.
           05  WS-PH-ENTRY
                   OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-PH-COUNT.
               10  WS-PH-GL-ACCOUNT    PIC X(10).
               10  WS-PH-CCY           PIC X(3).
               10  WS-PH-DATE          PIC 9(8).
               10  WS-PH-STATUS        PIC X(1).
               10  WS-PH-SINCE         PIC 9(8).
               10  WS-PH-RUNS          PIC 9(4).
       01  WS-PH-FOUND                 PIC S9(5).
       01  WS-PRIOR-DATE               PIC 9(8) VALUE ZERO.

       01  WS-KEY-GL-ACCOUNT           PIC X(10).
       01  WS-KEY-CCY                  PIC X(3).
       01  WS-DIFFERENCE               PIC S9(11)V99.
       01  WS-ABS-DIFFERENCE           PIC S9(11)V99.
       01  WS-AGREED-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-BREAK-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-OVER-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-CARRIED-BREAK-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-BREAK-DAYS               PIC S9(7).
       01  WS-INDEX                    PIC 9(4).
       01  WS-SCAN                     PIC 9(4).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-READ-RUN-PARAMETERS
           PERFORM 1500-LOAD-BUCKET-MASTER
           PERFORM 1700-LOAD-BREAK-HISTORY
           PERFORM 2000-LOAD-CARRYFORWARD
           PERFORM 2500-LOAD-GL-BALANCES
           PERFORM 3000-PROVE-ROWS
           PERFORM 3500-APPEND-BREAK-HISTORY
           PERFORM 4000-WRITE-PROOF-REPORT
           IF WS-OVER-COUNT > 0
               OR WS-PR-TRUNCATED-COUNT > 0
               OR WS-BM-TRUNCATED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE
           MOVE WS-CURRENT-DATE-NUM TO WS-BUS-DATE
           MOVE ZERO TO WS-PR-COUNT
           MOVE ZERO TO WS-PB-COUNT
           MOVE ZERO TO WS-PH-COUNT.

       1200-READ-RUN-PARAMETERS.
      *    Only the 'P' card's business date and break threshold
      *    are used here.
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
                               MOVE PRM-BREAK-THRESHOLD(1:11)
                                   TO WS-PRM-THRESHOLD-RAW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RUNPARM-FILE
           IF WS-PRM-BUS-DATE-RAW NOT = SPACES
               AND WS-PRM-BUS-DATE-RAW NOT = "00000000"
               IF WS-PRM-BUS-DATE-RAW IS NUMERIC
                   MOVE WS-PRM-BUS-DATE-RAW TO WS-BUS-DATE
               ELSE
                   DISPLAY "SUSPPROOF: FATAL - BUSINESS DATE '"
                           WS-PRM-BUS-DATE-RAW "' ON TSRUNPRM IS "
                           "NOT NUMERIC - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           COMPUTE WS-DATE-TEST =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
           IF WS-DATE-TEST = ZERO
               DISPLAY "SUSPPROOF: FATAL - BUSINESS DATE "
                       WS-BUS-DATE " IS NOT A VALID CALENDAR "
                       "DATE - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PRM-THRESHOLD-RAW NOT = SPACES
               IF WS-PRM-THRESHOLD-RAW IS NUMERIC
                   MOVE PRM-BREAK-THRESHOLD TO WS-BREAK-THRESHOLD
               ELSE
                   DISPLAY "SUSPPROOF: FATAL - BREAK THRESHOLD '"
                           WS-PRM-THRESHOLD-RAW "' ON TSRUNPRM IS "
                           "NOT NUMERIC - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1500-LOAD-BUCKET-MASTER.
           OPEN INPUT BUCKET-MASTER-FILE
           IF NOT WS-BKTMAS-OK
               DISPLAY "SUSPPROOF: FATAL - BUCKET-MASTER-FILE OPEN "
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
                           MOVE BM-GL-ACCOUNT
                               TO WS-BM-GL-ACCOUNT(WS-BM-COUNT)
                       ELSE
                           ADD 1 TO WS-BM-TRUNCATED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUCKET-MASTER-FILE
           IF WS-BM-TRUNCATED-COUNT > 0
               DISPLAY "SUSPPROOF: WARNING - "
                       WS-BM-TRUNCATED-COUNT
                       " BUCKET MASTER RECORD(S) BEYOND THE "
                       WS-BM-MAX-ENTRIES "-ENTRY LIMIT IGNORED"
           END-IF.

       1700-LOAD-BREAK-HISTORY.
      *    Keeps, per account and currency, the latest proof dated
      *    before this business date (a rerun of today, or a later
      *    date already proved, is not "earlier").  A later record
      *    for the same date replaces an earlier one, so a rerun's
      *    result is the one that counts.  No file at all is a first
      *    run: every break today is new.
           OPEN INPUT BREAK-HISTORY-FILE
           IF WS-BREAK-HISTORY-OK
               PERFORM UNTIL WS-BREAK-HISTORY-EOF
                   READ BREAK-HISTORY-FILE
                       AT END
                           SET WS-BREAK-HISTORY-EOF TO TRUE
                       NOT AT END
                           IF BH-BUS-DATE < WS-BUS-DATE
                               PERFORM 1710-KEEP-HISTORY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BREAK-HISTORY-FILE.

       1710-KEEP-HISTORY-RECORD.
           IF BH-BUS-DATE > WS-PRIOR-DATE
               MOVE BH-BUS-DATE TO WS-PRIOR-DATE
           END-IF
           MOVE -1 TO WS-PH-FOUND
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-PH-COUNT
                       OR WS-PH-FOUND NOT = -1
               IF WS-PH-GL-ACCOUNT(WS-SCAN) = BH-GL-ACCOUNT
                   AND WS-PH-CCY(WS-SCAN) = BH-CURRENCY
                   MOVE WS-SCAN TO WS-PH-FOUND
               END-IF
           END-PERFORM
           IF WS-PH-FOUND = -1
               IF WS-PH-COUNT < WS-PH-MAX-ENTRIES
                   ADD 1 TO WS-PH-COUNT
                   MOVE WS-PH-COUNT TO WS-PH-FOUND
                   MOVE BH-GL-ACCOUNT TO WS-PH-GL-ACCOUNT(WS-PH-FOUND)
                   MOVE BH-CURRENCY TO WS-PH-CCY(WS-PH-FOUND)
                   MOVE ZERO TO WS-PH-DATE(WS-PH-FOUND)
               END-IF
           END-IF
           IF WS-PH-FOUND NOT = -1
               IF BH-BUS-DATE NOT < WS-PH-DATE(WS-PH-FOUND)
                   MOVE BH-BUS-DATE TO WS-PH-DATE(WS-PH-FOUND)
                   MOVE BH-STATUS TO WS-PH-STATUS(WS-PH-FOUND)
                   MOVE BH-BREAK-SINCE TO WS-PH-SINCE(WS-PH-FOUND)
                   MOVE BH-BREAK-RUNS TO WS-PH-RUNS(WS-PH-FOUND)
               END-IF
           END-IF.

       2000-LOAD-CARRYFORWARD.
      *    Every open item adds into its account/currency row and
      *    its bucket's share of it; the file is proved against its
      *    trailer before any line prints.
           OPEN INPUT CARRY-FILE
           IF NOT WS-CARRY-OK
               DISPLAY "SUSPPROOF: FATAL - CARRY-FILE OPEN FAILED, "
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
                           PERFORM 2100-ACCUMULATE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARRY-FILE
           IF WS-CARRY-TRAILER-FOUND = "N"
               DISPLAY "SUSPPROOF: FATAL - NO TRAILER RECORD ON "
                       "CARRYFORWARD - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CARRY-READ-COUNT NOT = WS-CARRY-TRL-COUNT
               OR WS-CARRY-HASH-TOTAL NOT = WS-CARRY-TRL-HASH
               DISPLAY "SUSPPROOF: FATAL - CARRYFORWARD OUT OF "
                       "BALANCE WITH ITS TRAILER - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2100-ACCUMULATE-ITEM.
           IF CF-HOLD-FLAG = "Y"
               ADD 1 TO WS-HELD-COUNT
           END-IF
           MOVE SPACES TO WS-KEY-GL-ACCOUNT
           MOVE -1 TO WS-BM-FOUND
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-BM-COUNT
                       OR WS-BM-FOUND NOT = -1
               IF WS-BM-BUCKET-ID(WS-SCAN) = CF-BUCKET-ID
                   MOVE WS-SCAN TO WS-BM-FOUND
               END-IF
           END-PERFORM
           IF WS-BM-FOUND NOT = -1
               MOVE WS-BM-GL-ACCOUNT(WS-BM-FOUND)
                   TO WS-KEY-GL-ACCOUNT
           END-IF
           MOVE CF-CURRENCY TO WS-KEY-CCY
           PERFORM 2200-FIND-PROOF-ROW
           IF WS-PR-FOUND NOT = -1
               ADD 1 TO WS-PR-ITEMS(WS-PR-FOUND)
               ADD CF-AMOUNT TO WS-PR-OPEN-TOTAL(WS-PR-FOUND)
               PERFORM 2300-ACCUMULATE-BUCKET-SHARE
           END-IF.

       2200-FIND-PROOF-ROW.
      *    First-match search on account and currency, adding the
      *    row when it is new.  A blank currency is sterling.
           IF WS-KEY-CCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-KEY-CCY
           END-IF
           MOVE -1 TO WS-PR-FOUND
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-PR-COUNT
                       OR WS-PR-FOUND NOT = -1
               IF WS-PR-GL-ACCOUNT(WS-SCAN) = WS-KEY-GL-ACCOUNT
                   AND WS-PR-CCY(WS-SCAN) = WS-KEY-CCY
                   MOVE WS-SCAN TO WS-PR-FOUND
               END-IF
           END-PERFORM
           IF WS-PR-FOUND = -1
               IF WS-PR-COUNT < WS-PR-MAX-ENTRIES
                   ADD 1 TO WS-PR-COUNT
                   MOVE WS-PR-COUNT TO WS-PR-FOUND
                   MOVE WS-KEY-GL-ACCOUNT
                       TO WS-PR-GL-ACCOUNT(WS-PR-FOUND)
                   MOVE WS-KEY-CCY TO WS-PR-CCY(WS-PR-FOUND)
                   MOVE ZERO TO WS-PR-ITEMS(WS-PR-FOUND)
                   MOVE ZERO TO WS-PR-OPEN-TOTAL(WS-PR-FOUND)
                   MOVE ZERO TO WS-PR-LEDGER(WS-PR-FOUND)
                   MOVE ZERO TO WS-PR-BUCKETS(WS-PR-FOUND)
                   MOVE SPACES TO WS-PR-FIRST-BUCKET(WS-PR-FOUND)
                   MOVE SPACES TO WS-PR-STATUS(WS-PR-FOUND)
                   MOVE ZERO TO WS-PR-SINCE(WS-PR-FOUND)
                   MOVE ZERO TO WS-PR-RUNS(WS-PR-FOUND)
               ELSE
                   ADD 1 TO WS-PR-TRUNCATED-COUNT
               END-IF
           END-IF.

       2300-ACCUMULATE-BUCKET-SHARE.
           MOVE -1 TO WS-PB-FOUND
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-PB-COUNT
                       OR WS-PB-FOUND NOT = -1
               IF WS-PB-ROW(WS-SCAN) = WS-PR-FOUND
                   AND WS-PB-BUCKET(WS-SCAN) = CF-BUCKET-ID
                   MOVE WS-SCAN TO WS-PB-FOUND
               END-IF
           END-PERFORM
           IF WS-PB-FOUND = -1
               ADD 1 TO WS-PR-BUCKETS(WS-PR-FOUND)
               IF WS-PR-BUCKETS(WS-PR-FOUND) = 1
                   MOVE CF-BUCKET-ID
                       TO WS-PR-FIRST-BUCKET(WS-PR-FOUND)
               END-IF
               IF WS-PB-COUNT < WS-PB-MAX-ENTRIES
                   ADD 1 TO WS-PB-COUNT
                   MOVE WS-PB-COUNT TO WS-PB-FOUND
                   MOVE WS-PR-FOUND TO WS-PB-ROW(WS-PB-FOUND)
                   MOVE CF-BUCKET-ID TO WS-PB-BUCKET(WS-PB-FOUND)
                   MOVE ZERO TO WS-PB-ITEMS(WS-PB-FOUND)
                   MOVE ZERO TO WS-PB-OPEN-TOTAL(WS-PB-FOUND)
               END-IF
           END-IF
           IF WS-PB-FOUND NOT = -1
               ADD 1 TO WS-PB-ITEMS(WS-PB-FOUND)
               ADD CF-AMOUNT TO WS-PB-OPEN-TOTAL(WS-PB-FOUND)
           END-IF.

       2500-LOAD-GL-BALANCES.
      *    GL's balances for this business date.  A balance for any
      *    other date, or one that is not a clean signed number,
      *    means the wrong or a damaged feed, and nothing proved
      *    against it would mean anything.
           OPEN INPUT GL-BALANCE-FILE
           IF NOT WS-GL-BALANCE-OK
               DISPLAY "SUSPPROOF: FATAL - GL-BALANCE-FILE OPEN "
                       "FAILED, STATUS " WS-GL-BALANCE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-GL-BALANCE-EOF
               READ GL-BALANCE-FILE
                   AT END
                       SET WS-GL-BALANCE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GL-READ-COUNT
                       PERFORM 2510-ACCUMULATE-BALANCE
               END-READ
           END-PERFORM
           CLOSE GL-BALANCE-FILE.

       2510-ACCUMULATE-BALANCE.
           IF GB-BUS-DATE NOT = WS-BUS-DATE
               DISPLAY "SUSPPROOF: FATAL - GL BALANCE RECORD "
                       WS-GL-READ-COUNT " IS FOR " GB-BUS-DATE
                       ", NOT BUSINESS DATE " WS-BUS-DATE
                       " - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF GB-BALANCE IS NOT NUMERIC
               DISPLAY "SUSPPROOF: FATAL - GL BALANCE RECORD "
                       WS-GL-READ-COUNT " HAS A NON-NUMERIC "
                       "BALANCE - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE GB-GL-ACCOUNT TO WS-KEY-GL-ACCOUNT
           MOVE GB-CURRENCY TO WS-KEY-CCY
           PERFORM 2200-FIND-PROOF-ROW
           IF WS-PR-FOUND NOT = -1
               ADD GB-BALANCE TO WS-PR-LEDGER(WS-PR-FOUND)
           END-IF.

       3000-PROVE-ROWS.
      *    AGREED when the open items total the ledger balance to
      *    the penny; BREAK otherwise.  A break continues one that
      *    stood on the latest earlier proof date, or starts today.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-PR-COUNT
               IF WS-PR-OPEN-TOTAL(WS-INDEX) = WS-PR-LEDGER(WS-INDEX)
                   MOVE "A" TO WS-PR-STATUS(WS-INDEX)
                   MOVE ZERO TO WS-PR-SINCE(WS-INDEX)
                   MOVE ZERO TO WS-PR-RUNS(WS-INDEX)
                   ADD 1 TO WS-AGREED-COUNT
               ELSE
                   MOVE "B" TO WS-PR-STATUS(WS-INDEX)
                   ADD 1 TO WS-BREAK-COUNT
                   PERFORM 3100-DATE-BREAK
                   COMPUTE WS-ABS-DIFFERENCE =
                       WS-PR-OPEN-TOTAL(WS-INDEX)
                       - WS-PR-LEDGER(WS-INDEX)
                   IF WS-ABS-DIFFERENCE < 0
                       COMPUTE WS-ABS-DIFFERENCE =
                           0 - WS-ABS-DIFFERENCE
                   END-IF
                   IF WS-ABS-DIFFERENCE > WS-BREAK-THRESHOLD
                       ADD 1 TO WS-OVER-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OVER-COUNT > 0
               DISPLAY "SUSPPROOF: WARNING - " WS-OVER-COUNT
                       " BREAK(S) ABOVE THE THRESHOLD - SEE "
                       "REPORT TSSPRPT"
           END-IF.

       3100-DATE-BREAK.
           MOVE WS-BUS-DATE TO WS-PR-SINCE(WS-INDEX)
           MOVE 1 TO WS-PR-RUNS(WS-INDEX)
           MOVE -1 TO WS-PH-FOUND
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-PH-COUNT
                       OR WS-PH-FOUND NOT = -1
               IF WS-PH-GL-ACCOUNT(WS-SCAN) = WS-PR-GL-ACCOUNT(WS-INDEX)
                   AND WS-PH-CCY(WS-SCAN) = WS-PR-CCY(WS-INDEX)
                   MOVE WS-SCAN TO WS-PH-FOUND
               END-IF
           END-PERFORM
           IF WS-PH-FOUND NOT = -1
               IF WS-PH-DATE(WS-PH-FOUND) = WS-PRIOR-DATE
                   AND WS-PH-STATUS(WS-PH-FOUND) = "B"
                   AND WS-PH-SINCE(WS-PH-FOUND) > ZERO
                   MOVE WS-PH-SINCE(WS-PH-FOUND)
                       TO WS-PR-SINCE(WS-INDEX)
                   COMPUTE WS-PR-RUNS(WS-INDEX) =
                       WS-PH-RUNS(WS-PH-FOUND) + 1
                   ADD 1 TO WS-CARRIED-BREAK-COUNT
               END-IF
           END-IF.

       3500-APPEND-BREAK-HISTORY.
      *    The history is permanent - always EXTEND, so no run ever
      *    truncates what tomorrow's break ageing depends on.
           OPEN EXTEND BREAK-HISTORY-FILE
           IF NOT WS-BREAK-HISTORY-OK
               DISPLAY "SUSPPROOF: FATAL - BREAK-HISTORY-FILE OPEN "
                       "FAILED, STATUS " WS-BREAK-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-PR-COUNT
               MOVE SPACES TO BREAK-HISTORY-RECORD
               MOVE WS-BUS-DATE TO BH-BUS-DATE
               MOVE WS-PR-GL-ACCOUNT(WS-INDEX) TO BH-GL-ACCOUNT
               MOVE WS-PR-CCY(WS-INDEX) TO BH-CURRENCY
               MOVE WS-PR-STATUS(WS-INDEX) TO BH-STATUS
               MOVE WS-PR-ITEMS(WS-INDEX) TO BH-ITEM-COUNT
               MOVE WS-PR-OPEN-TOTAL(WS-INDEX) TO BH-OPEN-TOTAL
               MOVE WS-PR-LEDGER(WS-INDEX) TO BH-LEDGER-BALANCE
               COMPUTE BH-DIFFERENCE =
                   WS-PR-OPEN-TOTAL(WS-INDEX) - WS-PR-LEDGER(WS-INDEX)
               MOVE WS-PR-SINCE(WS-INDEX) TO BH-BREAK-SINCE
               MOVE WS-PR-RUNS(WS-INDEX) TO BH-BREAK-RUNS
               WRITE BREAK-HISTORY-RECORD
           END-PERFORM
           CLOSE BREAK-HISTORY-FILE.

       4000-WRITE-PROOF-REPORT.
           OPEN OUTPUT PROOF-REPORT-FILE
           IF NOT WS-PROOF-REPORT-OK
               DISPLAY "SUSPPROOF: FATAL - PROOF-REPORT-FILE OPEN "
                       "FAILED, STATUS " WS-PROOF-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BUS-DATE TO SP-BUS-DATE
           MOVE WS-RUN-DATE TO SP-RUN-DATE
           WRITE PROOF-REPORT-RECORD FROM SP-TITLE-LINE
           WRITE PROOF-REPORT-RECORD FROM SP-BLANK-LINE
               AFTER ADVANCING 1 LINE
           IF WS-PR-COUNT = 0
               WRITE PROOF-REPORT-RECORD FROM SP-NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE PROOF-REPORT-RECORD FROM SP-COLUMN-HEADING
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-PR-COUNT
                   PERFORM 4100-WRITE-PROOF-LINE
               END-PERFORM
               WRITE PROOF-REPORT-RECORD FROM SP-BLANK-LINE
                   AFTER ADVANCING 1 LINE
               MOVE WS-BREAK-THRESHOLD TO SP-LEG-THRESHOLD
               WRITE PROOF-REPORT-RECORD FROM SP-LEGEND-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           WRITE PROOF-REPORT-RECORD FROM SP-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE "OPEN ITEMS READ         : " TO SP-COUNT-LABEL
           MOVE WS-CARRY-READ-COUNT TO SP-COUNT-VALUE
           WRITE PROOF-REPORT-RECORD FROM SP-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "  OF WHICH ON HOLD      : " TO SP-COUNT-LABEL
           MOVE WS-HELD-COUNT TO SP-COUNT-VALUE
           WRITE PROOF-REPORT-RECORD FROM SP-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "GL BALANCE RECORDS READ : " TO SP-COUNT-LABEL
           MOVE WS-GL-READ-COUNT TO SP-COUNT-VALUE
           WRITE PROOF-REPORT-RECORD FROM SP-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "PROOF LINES             : " TO SP-COUNT-LABEL
           MOVE WS-PR-COUNT TO SP-COUNT-VALUE
           WRITE PROOF-REPORT-RECORD FROM SP-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "LINES AGREED            : " TO SP-COUNT-LABEL
           MOVE WS-AGREED-COUNT TO SP-COUNT-VALUE
           WRITE PROOF-REPORT-RECORD FROM SP-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "LINES IN BREAK          : " TO SP-COUNT-LABEL
           MOVE WS-BREAK-COUNT TO SP-COUNT-VALUE
           WRITE PROOF-REPORT-RECORD FROM SP-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "  CARRIED FROM EARLIER  : " TO SP-COUNT-LABEL
           MOVE WS-CARRIED-BREAK-COUNT TO SP-COUNT-VALUE
           WRITE PROOF-REPORT-RECORD FROM SP-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "  ABOVE THRESHOLD       : " TO SP-COUNT-LABEL
           MOVE WS-OVER-COUNT TO SP-COUNT-VALUE
           WRITE PROOF-REPORT-RECORD FROM SP-COUNT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-PR-TRUNCATED-COUNT > 0
               MOVE "RECORDS NOT PROVED      : " TO SP-COUNT-LABEL
               MOVE WS-PR-TRUNCATED-COUNT TO SP-COUNT-VALUE
               WRITE PROOF-REPORT-RECORD FROM SP-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               DISPLAY "SUSPPROOF: WARNING - "
                       WS-PR-TRUNCATED-COUNT
                       " RECORD(S) BEYOND THE " WS-PR-MAX-ENTRIES
                       "-LINE LIMIT NOT PROVED"
           END-IF
           CLOSE PROOF-REPORT-FILE
           DISPLAY "SUSPPROOF: RUN COMPLETE - SEE REPORT TSSPRPT".

       4100-WRITE-PROOF-LINE.
           IF WS-PR-BUCKETS(WS-INDEX) > 1
               MOVE "(SHARED)" TO SP-DET-BUCKET
           ELSE
               MOVE WS-PR-FIRST-BUCKET(WS-INDEX) TO SP-DET-BUCKET
           END-IF
           IF WS-PR-GL-ACCOUNT(WS-INDEX) = SPACES
               MOVE "(NO MSTR)" TO SP-DET-GL-ACCOUNT
           ELSE
               MOVE WS-PR-GL-ACCOUNT(WS-INDEX) TO SP-DET-GL-ACCOUNT
           END-IF
           MOVE WS-PR-CCY(WS-INDEX) TO SP-DET-CCY
           MOVE WS-PR-ITEMS(WS-INDEX) TO SP-DET-ITEMS
           MOVE WS-PR-OPEN-TOTAL(WS-INDEX) TO SP-DET-OPEN-TOTAL
           MOVE WS-PR-LEDGER(WS-INDEX) TO SP-DET-LEDGER
           COMPUTE WS-DIFFERENCE =
               WS-PR-OPEN-TOTAL(WS-INDEX) - WS-PR-LEDGER(WS-INDEX)
           MOVE WS-DIFFERENCE TO SP-DET-DIFFERENCE
           MOVE SPACES TO SP-DET-FLAG
           IF WS-PR-STATUS(WS-INDEX) = "A"
               MOVE "AGREED" TO SP-DET-STATUS
               MOVE SPACES TO SP-DET-SINCE
               MOVE ZERO TO SP-DET-DAYS
               MOVE ZERO TO SP-DET-RUNS
           ELSE
               MOVE "BREAK" TO SP-DET-STATUS
               MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
               IF WS-ABS-DIFFERENCE < 0
                   COMPUTE WS-ABS-DIFFERENCE = 0 - WS-ABS-DIFFERENCE
               END-IF
               IF WS-ABS-DIFFERENCE > WS-BREAK-THRESHOLD
                   MOVE " *" TO SP-DET-FLAG
               END-IF
               MOVE WS-PR-SINCE(WS-INDEX) TO SP-DET-SINCE
               COMPUTE WS-BREAK-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-PR-SINCE(WS-INDEX))
               MOVE WS-BREAK-DAYS TO SP-DET-DAYS
               MOVE WS-PR-RUNS(WS-INDEX) TO SP-DET-RUNS
           END-IF
           WRITE PROOF-REPORT-RECORD FROM SP-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-PR-BUCKETS(WS-INDEX) > 1
               PERFORM VARYING WS-SCAN FROM 1 BY 1
                       UNTIL WS-SCAN > WS-PB-COUNT
                   IF WS-PB-ROW(WS-SCAN) = WS-INDEX
                       MOVE WS-PB-BUCKET(WS-SCAN) TO SP-BKT-BUCKET
                       MOVE WS-PB-ITEMS(WS-SCAN) TO SP-BKT-ITEMS
                       MOVE WS-PB-OPEN-TOTAL(WS-SCAN)
                           TO SP-BKT-OPEN-TOTAL
                       WRITE PROOF-REPORT-RECORD FROM SP-BUCKET-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-PERFORM
           END-IF.
