      *****************************************************************
      * PROGRAM-ID. FXReval
      *
      * Month-end companion to TwoSum: reads the closing
      * carryforward (TSCARRYO - every still-open suspense item,
      * held items included) and Treasury's daily FX rates file
      * (TSFXRATE), and values every open item in sterling twice -
      * at the closing rate for the revaluation date and at the
      * rate for its own origination date (CF-ORIG-DATE) - so the
      * unrealised gain or loss sitting in suspense is known before
      * the books close.  The revaluation report (TSFXRPT) shows the
      * valuation by suspense bucket, currency and aging band, with
      * bucket subtotals in sterling.  The revaluation journal
      * extract (TSRVJRNL) carries one line per suspense GL account
      * and currency, closed with a count/hash trailer exactly like
      * TSEXTRCT, for GL to post.
      * The revaluation date is the business date on the TSRUNPRM
      * 'P' card when one is supplied, otherwise today.  The
      * carryforward must prove against its own trailer before
      * anything is valued (RETURN-CODE 16 otherwise, the same
      * discipline every consumer applies).  An item whose currency
      * has no rate on or before the date wanted, whose origination
      * date is unusable, or whose bucket is not on the bucket
      * master (TSBKTMS - the source of the GL account) is listed
      * as an exception with the reason and left out of the totals
      * and the journal - never valued at zero.  Exceptions,
      * rejected rate records, or report rows beyond the table
      * limit end the run with RETURN-CODE 4.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXReval.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRY-FILE ASSIGN TO "TSCARRYO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.
           SELECT RATE-FILE ASSIGN TO "TSFXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT OPTIONAL RUNPARM-FILE ASSIGN TO "TSRUNPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.
           SELECT BUCKET-MASTER-FILE ASSIGN TO "TSBKTMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKTMAS-STATUS.
           SELECT REVAL-REPORT-FILE ASSIGN TO "TSFXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVAL-REPORT-STATUS.
           SELECT REVAL-JOURNAL-FILE ASSIGN TO "TSRVJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVAL-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARRY-FILE
           RECORDING MODE IS F.
       COPY TSCARRY.

       FD  RATE-FILE
           RECORDING MODE IS F.
       COPY TSFXRATE.

       FD  RUNPARM-FILE
           RECORDING MODE IS F.
       COPY TSRUNPRM.

       FD  BUCKET-MASTER-FILE
           RECORDING MODE IS F.
       COPY TSBKTMS.

       FD  REVAL-REPORT-FILE.
       01  REVAL-REPORT-RECORD             PIC X(132).

       FD  REVAL-JOURNAL-FILE
           RECORDING MODE IS F.
       COPY TSRVJNL.

       WORKING-STORAGE SECTION.
       COPY TSFVLN.
       01  WS-CARRY-STATUS             PIC XX.
           88  WS-CARRY-OK             VALUE "00".
           88  WS-CARRY-EOF            VALUE "10".

       01  WS-RATE-STATUS              PIC XX.
           88  WS-RATE-OK              VALUE "00".
           88  WS-RATE-EOF             VALUE "10".

       01  WS-RUNPARM-STATUS           PIC XX.
           88  WS-RUNPARM-OK           VALUE "00".
           88  WS-RUNPARM-EOF          VALUE "10".
           88  WS-RUNPARM-NOT-FOUND    VALUE "35".

       01  WS-BKTMAS-STATUS            PIC XX.
           88  WS-BKTMAS-OK            VALUE "00".
           88  WS-BKTMAS-EOF           VALUE "10".

       01  WS-REVAL-REPORT-STATUS      PIC XX.
           88  WS-REVAL-REPORT-OK      VALUE "00".

       01  WS-REVAL-JOURNAL-STATUS     PIC XX.
           88  WS-REVAL-JOURNAL-OK     VALUE "00".

      *    Sterling is the book's base currency: an item carrying it
      *    (or a blank currency, which every bucket carries) is
      *    valued at par and needs no rate.
       01  WS-BASE-CURRENCY            PIC X(3) VALUE "GBP".

       01  WS-RUN-DATE                 PIC X(10).
       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY            PIC 9(4).
           05  WS-CURR-MM              PIC 9(2).
           05  WS-CURR-DD              PIC 9(2).
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

      *    The revaluation date: the TSRUNPRM business date when the
      *    scheduler supplies one (a month-end run processed the
      *    next morning still values at the month-end rate),
      *    otherwise today.  PRM-BUS-DATE is captured raw so a
      *    miskeyed card stops the run instead of being quietly
      *    replaced by the system date, as in TwoSum.
       01  WS-REVAL-DATE               PIC 9(8).
       01  WS-PRM-BUS-DATE-RAW         PIC X(8) VALUE SPACES.
       01  WS-DATE-TEST                PIC S9(9).

      *    Bucket master: the suspense GL account each bucket's
      *    journal lines post to.  The master is required - without
      *    it no line of the journal could name its account.
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

      *    Rates, one row per currency on the rates file with every
      *    dated rate for it in arrival order.  The lookup takes the
      *    latest rate dated on or before the date wanted, so the
      *    file need not be sorted.  A record that cannot be used -
      *    blank currency, bad date, non-numeric or zero rate, a
      *    second rate for the same currency and date, or no room
      *    left in the table - is rejected on the console and
      *    counted; the first rate for a date is the one kept.
       01  WS-RT-CCY-MAX-ENTRIES       PIC 9(4) VALUE 50.
       01  WS-RT-RATE-MAX-ENTRIES      PIC 9(4) VALUE 400.
       01  WS-RT-CCY-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-RT-TABLE.
           05  WS-RT-CCY-ENTRY
                   OCCURS 0 TO 50 TIMES
                   DEPENDING ON WS-RT-CCY-COUNT.
               10  WS-RT-CCY-CODE      PIC X(3).
               10  WS-RT-RATE-COUNT    PIC 9(4).
               10  WS-RT-RATE-ENTRY    OCCURS 400 TIMES.
                   15  WS-RT-DATE      PIC 9(8).
                   15  WS-RT-RATE      PIC 9(5)V9(6).
       01  WS-RT-CCY-FOUND             PIC S9(5).
       01  WS-RT-SCAN                  PIC 9(4).
       01  WS-RATE-READ-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-RATE-REJECT-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-RATE-REJECT-REASON       PIC X(40).

      *    Rate lookup work fields: currency and date in, the rate
      *    and the date it was fixed out (date zero when none).
       01  WS-FIND-CCY                 PIC X(3).
       01  WS-FIND-DATE                PIC 9(8).
       01  WS-FOUND-RATE               PIC 9(5)V9(6).
       01  WS-FOUND-RATE-DATE          PIC 9(8).

      *    Carryforward trailer balancing, mirroring every other
      *    consumer of TSCARRYO.
       01  WS-CARRY-READ-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-CARRY-HASH-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01  WS-CARRY-TRAILER-FOUND      PIC X VALUE "N".
       01  WS-CARRY-TRL-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-CARRY-TRL-HASH           PIC S9(11)V99 VALUE ZERO.

      *    One item's valuation.
       01  WS-ITEM-REASON              PIC X(40).
       01  WS-ITEM-GL-ACCOUNT          PIC X(10).
       01  WS-ITEM-BASE-CCY            PIC X VALUE "N".
       01  WS-HIST-RATE                PIC 9(5)V9(6).
       01  WS-CLOSE-RATE               PIC 9(5)V9(6).
       01  WS-HIST-BASE                PIC S9(11)V99.
       01  WS-CLOSE-BASE               PIC S9(11)V99.
       01  WS-AGE-DAYS                 PIC S9(7).
       01  WS-AGE-BAND                 PIC 9(1).

      *    One valuation row per bucket and currency, with the four
      *    aging bands of the TSRPT aging section beneath it.  Items
      *    beyond the table limit are counted and flagged on the
      *    report, never silently dropped.
       01  WS-VAL-MAX-ENTRIES          PIC 9(4) VALUE 2000.
       01  WS-VAL-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-VAL-TRUNCATED-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-VAL-TABLE.
           05  WS-VAL-ENTRY
                   OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-VAL-COUNT.
               10  WS-VAL-BUCKET       PIC X(10).
               10  WS-VAL-CCY          PIC X(3).
               10  WS-VAL-PRINTED      PIC X(1).
               10  WS-VAL-BAND-ENTRY   OCCURS 4 TIMES.
                   15  WS-VAL-ITEMS    PIC 9(7).
                   15  WS-VAL-CCY-AMOUNT
                                       PIC S9(11)V99.
                   15  WS-VAL-HIST-BASE
                                       PIC S9(11)V99.
                   15  WS-VAL-CLOSE-BASE
                                       PIC S9(11)V99.
       01  WS-VAL-FOUND                PIC S9(5).

       01  WS-BAND-LABELS.
           05  FILLER                  PIC X(10) VALUE "0-7 DAYS".
           05  FILLER                  PIC X(10) VALUE "8-30 DAYS".
           05  FILLER                  PIC X(10) VALUE "31-60 DAYS".
           05  FILLER                  PIC X(10) VALUE "OVER 60".
       01  WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABELS.
           05  WS-BAND-LABEL           PIC X(10) OCCURS 4 TIMES.

      *    One journal line per suspense GL account and foreign
      *    currency.  A journal that cannot hold every line would
      *    post short, so overflowing this table stops the run
      *    before anything is written.
       01  WS-JNL-MAX-ENTRIES          PIC 9(4) VALUE 500.
       01  WS-JNL-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-JNL-TABLE.
           05  WS-JNL-ENTRY
                   OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-JNL-COUNT.
               10  WS-JNL-GL-ACCOUNT   PIC X(10).
               10  WS-JNL-CCY          PIC X(3).
               10  WS-JNL-ITEMS        PIC 9(6).
               10  WS-JNL-CCY-AMOUNT   PIC S9(11)V99.
               10  WS-JNL-HIST-BASE    PIC S9(11)V99.
               10  WS-JNL-CLOSE-BASE   PIC S9(11)V99.
               10  WS-JNL-CLOSE-RATE   PIC 9(5)V9(6).
       01  WS-JNL-FOUND                PIC S9(5).
       01  WS-JNL-OUT-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-JNL-HASH-TOTAL           PIC S9(11)V99 VALUE ZERO.

      *    Items that could not be valued, listed on the report.
       01  WS-EXC-MAX-ENTRIES          PIC 9(4) VALUE 2000.
       01  WS-EXC-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-EXC-TRUNCATED-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY
                   OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-EXC-COUNT.
               10  WS-EXC-REF-NO       PIC X(12).
               10  WS-EXC-BUCKET       PIC X(10).
               10  WS-EXC-CCY          PIC X(3).
               10  WS-EXC-AMOUNT       PIC S9(7)V99.
               10  WS-EXC-ORIG-DATE    PIC X(8).
               10  WS-EXC-REASON       PIC X(40).

      *    Run totals.
       01  WS-VALUED-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-NOT-VALUED-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-BASE-ITEM-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-GRAND-HIST-BASE          PIC S9(11)V99 VALUE ZERO.
       01  WS-GRAND-CLOSE-BASE         PIC S9(11)V99 VALUE ZERO.
       01  WS-GRAND-GAIN-LOSS          PIC S9(11)V99 VALUE ZERO.

       01  WS-CUR-BUCKET               PIC X(10).
       01  WS-SUB-ITEMS                PIC 9(7).
       01  WS-SUB-HIST-BASE            PIC S9(11)V99.
       01  WS-SUB-CLOSE-BASE           PIC S9(11)V99.
       01  WS-GAIN-LOSS                PIC S9(11)V99.
       01  WS-INDEX                    PIC 9(4).
       01  WS-SCAN                     PIC 9(4).
       01  WS-BAND                     PIC 9(1).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-READ-RUN-PARAMETERS
           PERFORM 1500-LOAD-BUCKET-MASTER
           PERFORM 1700-LOAD-RATES
           PERFORM 2000-LOAD-CARRYFORWARD
           PERFORM 3000-WRITE-REVAL-JOURNAL
           PERFORM 4000-WRITE-REVAL-REPORT
           IF WS-NOT-VALUED-COUNT > 0
               OR WS-RATE-REJECT-COUNT > 0
               OR WS-VAL-TRUNCATED-COUNT > 0
               OR WS-BM-TRUNCATED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE
           MOVE WS-CURRENT-DATE-NUM TO WS-REVAL-DATE
           MOVE ZERO TO WS-VAL-COUNT
           MOVE ZERO TO WS-JNL-COUNT
           MOVE ZERO TO WS-EXC-COUNT
           MOVE ZERO TO WS-RT-CCY-COUNT.

       1200-READ-RUN-PARAMETERS.
      *    Only the 'P' card's business date is used here; the run
      *    mode and partition cards mean nothing to a month-end
      *    valuation of the consolidated carryforward.
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
                   MOVE WS-PRM-BUS-DATE-RAW TO WS-REVAL-DATE
               ELSE
                   DISPLAY "FXREVAL: FATAL - BUSINESS DATE '"
                           WS-PRM-BUS-DATE-RAW "' ON TSRUNPRM IS "
                           "NOT NUMERIC - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           COMPUTE WS-DATE-TEST =
               FUNCTION INTEGER-OF-DATE(WS-REVAL-DATE)
           IF WS-DATE-TEST = ZERO
               DISPLAY "FXREVAL: FATAL - REVALUATION DATE "
                       WS-REVAL-DATE " IS NOT A VALID CALENDAR "
                       "DATE - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "FXREVAL: REVALUATION DATE " WS-REVAL-DATE.

       1500-LOAD-BUCKET-MASTER.
           OPEN INPUT BUCKET-MASTER-FILE
           IF NOT WS-BKTMAS-OK
               DISPLAY "FXREVAL: FATAL - BUCKET-MASTER-FILE OPEN "
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
               DISPLAY "FXREVAL: WARNING - "
                       WS-BM-TRUNCATED-COUNT
                       " BUCKET MASTER RECORD(S) BEYOND THE "
                       WS-BM-MAX-ENTRIES "-ENTRY LIMIT IGNORED"
           END-IF.

       1700-LOAD-RATES.
           OPEN INPUT RATE-FILE
           IF NOT WS-RATE-OK
               DISPLAY "FXREVAL: FATAL - RATE-FILE OPEN FAILED, "
                       "STATUS " WS-RATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RATE-EOF
               READ RATE-FILE
                   AT END
                       SET WS-RATE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RATE-READ-COUNT
                       PERFORM 1710-STORE-RATE
               END-READ
           END-PERFORM
           CLOSE RATE-FILE
           IF WS-RATE-REJECT-COUNT > 0
               DISPLAY "FXREVAL: WARNING - " WS-RATE-REJECT-COUNT
                       " RATE RECORD(S) REJECTED"
           END-IF.

       1710-STORE-RATE.
           MOVE SPACES TO WS-RATE-REJECT-REASON
           MOVE ZERO TO WS-DATE-TEST
           IF RT-RATE-DATE IS NUMERIC
                   AND RT-RATE-DATE > 16010101
               COMPUTE WS-DATE-TEST =
                   FUNCTION INTEGER-OF-DATE(RT-RATE-DATE)
           END-IF
           EVALUATE TRUE
               WHEN RT-CURRENCY = SPACES
                   MOVE "BLANK CURRENCY" TO WS-RATE-REJECT-REASON
               WHEN WS-DATE-TEST = ZERO
                   MOVE "RATE DATE IS NOT A VALID DATE"
                       TO WS-RATE-REJECT-REASON
               WHEN RT-RATE IS NOT NUMERIC
                   MOVE "RATE IS NOT NUMERIC"
                       TO WS-RATE-REJECT-REASON
               WHEN RT-RATE = ZERO
                   MOVE "RATE IS ZERO" TO WS-RATE-REJECT-REASON
               WHEN OTHER
                   PERFORM 1720-INSERT-RATE
           END-EVALUATE
           IF WS-RATE-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-RATE-REJECT-COUNT
               DISPLAY "FXREVAL: RATE RECORD " WS-RATE-READ-COUNT
                       " (" RT-CURRENCY " " RT-RATE-DATE
                       ") REJECTED - " WS-RATE-REJECT-REASON
           END-IF.

       1720-INSERT-RATE.
           MOVE -1 TO WS-RT-CCY-FOUND
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-RT-CCY-COUNT
                       OR WS-RT-CCY-FOUND NOT = -1
               IF WS-RT-CCY-CODE(WS-SCAN) = RT-CURRENCY
                   MOVE WS-SCAN TO WS-RT-CCY-FOUND
               END-IF
           END-PERFORM
           IF WS-RT-CCY-FOUND = -1
               IF WS-RT-CCY-COUNT < WS-RT-CCY-MAX-ENTRIES
                   ADD 1 TO WS-RT-CCY-COUNT
                   MOVE WS-RT-CCY-COUNT TO WS-RT-CCY-FOUND
                   MOVE RT-CURRENCY
                       TO WS-RT-CCY-CODE(WS-RT-CCY-FOUND)
                   MOVE ZERO TO WS-RT-RATE-COUNT(WS-RT-CCY-FOUND)
               ELSE
                   MOVE "CURRENCY TABLE FULL"
                       TO WS-RATE-REJECT-REASON
               END-IF
           END-IF
           IF WS-RT-CCY-FOUND NOT = -1
               PERFORM VARYING WS-RT-SCAN FROM 1 BY 1
                       UNTIL WS-RT-SCAN
                           > WS-RT-RATE-COUNT(WS-RT-CCY-FOUND)
                   IF WS-RT-DATE(WS-RT-CCY-FOUND, WS-RT-SCAN)
                           = RT-RATE-DATE
                       MOVE "DUPLICATE RATE DATE - FIRST KEPT"
                           TO WS-RATE-REJECT-REASON
                   END-IF
               END-PERFORM
               IF WS-RATE-REJECT-REASON = SPACES
                   IF WS-RT-RATE-COUNT(WS-RT-CCY-FOUND)
                           < WS-RT-RATE-MAX-ENTRIES
                       ADD 1 TO WS-RT-RATE-COUNT(WS-RT-CCY-FOUND)
                       MOVE WS-RT-RATE-COUNT(WS-RT-CCY-FOUND)
                           TO WS-RT-SCAN
                       MOVE RT-RATE-DATE
                           TO WS-RT-DATE(WS-RT-CCY-FOUND, WS-RT-SCAN)
                       MOVE RT-RATE
                           TO WS-RT-RATE(WS-RT-CCY-FOUND, WS-RT-SCAN)
                   ELSE
                       MOVE "TOO MANY RATES FOR CURRENCY"
                           TO WS-RATE-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       1800-FIND-RATE.
      *    Latest rate for WS-FIND-CCY dated on or before
      *    WS-FIND-DATE.  WS-FOUND-RATE-DATE stays zero when the
      *    file has no such rate.
           MOVE ZERO TO WS-FOUND-RATE
           MOVE ZERO TO WS-FOUND-RATE-DATE
           MOVE -1 TO WS-RT-CCY-FOUND
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-RT-CCY-COUNT
                       OR WS-RT-CCY-FOUND NOT = -1
               IF WS-RT-CCY-CODE(WS-SCAN) = WS-FIND-CCY
                   MOVE WS-SCAN TO WS-RT-CCY-FOUND
               END-IF
           END-PERFORM
           IF WS-RT-CCY-FOUND NOT = -1
               PERFORM VARYING WS-RT-SCAN FROM 1 BY 1
                       UNTIL WS-RT-SCAN
                           > WS-RT-RATE-COUNT(WS-RT-CCY-FOUND)
                   IF WS-RT-DATE(WS-RT-CCY-FOUND, WS-RT-SCAN)
                           NOT > WS-FIND-DATE
                       AND WS-RT-DATE(WS-RT-CCY-FOUND, WS-RT-SCAN)
                           > WS-FOUND-RATE-DATE
                       MOVE WS-RT-DATE(WS-RT-CCY-FOUND, WS-RT-SCAN)
                           TO WS-FOUND-RATE-DATE
                       MOVE WS-RT-RATE(WS-RT-CCY-FOUND, WS-RT-SCAN)
                           TO WS-FOUND-RATE
                   END-IF
               END-PERFORM
           END-IF.

       2000-LOAD-CARRYFORWARD.
      *    One pass over the closing carryforward: each open item is
      *    valued as it is read, and the file is proved against its
      *    trailer before a line of the journal or report is
      *    written.
           OPEN INPUT CARRY-FILE
           IF NOT WS-CARRY-OK
               DISPLAY "FXREVAL: FATAL - CARRY-FILE OPEN FAILED, "
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
                           PERFORM 2100-VALUE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARRY-FILE
           IF WS-CARRY-TRAILER-FOUND = "N"
               DISPLAY "FXREVAL: FATAL - NO TRAILER RECORD ON "
                       "CARRYFORWARD - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CARRY-READ-COUNT NOT = WS-CARRY-TRL-COUNT
               OR WS-CARRY-HASH-TOTAL NOT = WS-CARRY-TRL-HASH
               DISPLAY "FXREVAL: FATAL - CARRYFORWARD OUT OF "
                       "BALANCE WITH ITS TRAILER - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-VAL-TRUNCATED-COUNT > 0
               DISPLAY "FXREVAL: WARNING - "
                       WS-VAL-TRUNCATED-COUNT
                       " ITEM(S) BEYOND THE " WS-VAL-MAX-ENTRIES
                       "-ROW LIMIT NOT ON THE REPORT"
           END-IF
           IF WS-NOT-VALUED-COUNT > 0
               DISPLAY "FXREVAL: WARNING - " WS-NOT-VALUED-COUNT
                       " ITEM(S) NOT VALUED - SEE EXCEPTIONS ON "
                       "TSFXRPT"
           END-IF.

       2100-VALUE-ITEM.
      *    Values one open item at its origination-date rate and at
      *    the closing rate.  Any reason it cannot be valued sends
      *    it to the exception list instead, untotalled.
           MOVE SPACES TO WS-ITEM-REASON
           MOVE SPACES TO WS-ITEM-GL-ACCOUNT
           IF CF-HOLD-FLAG = "Y"
               ADD 1 TO WS-HELD-COUNT
           END-IF
           MOVE -1 TO WS-BM-FOUND
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-BM-COUNT
                       OR WS-BM-FOUND NOT = -1
               IF WS-BM-BUCKET-ID(WS-SCAN) = CF-BUCKET-ID
                   MOVE WS-SCAN TO WS-BM-FOUND
               END-IF
           END-PERFORM
           IF WS-BM-FOUND = -1
               MOVE "BUCKET NOT ON BUCKET MASTER - NO GL ACCT"
                   TO WS-ITEM-REASON
           ELSE
               MOVE WS-BM-GL-ACCOUNT(WS-BM-FOUND)
                   TO WS-ITEM-GL-ACCOUNT
           END-IF
           IF WS-ITEM-REASON = SPACES
               IF CF-ORIG-DATE IS NUMERIC
                       AND CF-ORIG-DATE > 16010101
                   COMPUTE WS-DATE-TEST =
                       FUNCTION INTEGER-OF-DATE(CF-ORIG-DATE)
               ELSE
                   MOVE ZERO TO WS-DATE-TEST
               END-IF
               IF WS-DATE-TEST = ZERO
                   MOVE "ORIGINATION DATE UNUSABLE"
                       TO WS-ITEM-REASON
               END-IF
           END-IF
           IF WS-ITEM-REASON = SPACES
               PERFORM 2150-FIND-ITEM-RATES
           END-IF
           IF WS-ITEM-REASON = SPACES
               COMPUTE WS-HIST-BASE ROUNDED =
                   CF-AMOUNT / WS-HIST-RATE
                   ON SIZE ERROR
                       MOVE "STERLING VALUE TOO LARGE"
                           TO WS-ITEM-REASON
               END-COMPUTE
               COMPUTE WS-CLOSE-BASE ROUNDED =
                   CF-AMOUNT / WS-CLOSE-RATE
                   ON SIZE ERROR
                       MOVE "STERLING VALUE TOO LARGE"
                           TO WS-ITEM-REASON
               END-COMPUTE
           END-IF
           IF WS-ITEM-REASON = SPACES
               PERFORM 2200-ASSIGN-AGE-BAND
               PERFORM 2300-ACCUMULATE-VALUATION
               IF WS-ITEM-BASE-CCY = "N"
                   PERFORM 2400-ACCUMULATE-JOURNAL
               END-IF
           ELSE
               PERFORM 2500-RECORD-EXCEPTION
           END-IF.

       2150-FIND-ITEM-RATES.
      *    Sterling items value at par.  Any other currency needs a
      *    closing rate on or before the revaluation date and a
      *    historic rate on or before the item's origination date.
           IF CF-CURRENCY = SPACES OR CF-CURRENCY = WS-BASE-CURRENCY
               MOVE "Y" TO WS-ITEM-BASE-CCY
               MOVE 1 TO WS-HIST-RATE
               MOVE 1 TO WS-CLOSE-RATE
           ELSE
               MOVE "N" TO WS-ITEM-BASE-CCY
               MOVE CF-CURRENCY TO WS-FIND-CCY
               MOVE WS-REVAL-DATE TO WS-FIND-DATE
               PERFORM 1800-FIND-RATE
               IF WS-FOUND-RATE-DATE = ZERO
                   MOVE "NO CLOSING RATE FOR CURRENCY"
                       TO WS-ITEM-REASON
               ELSE
                   MOVE WS-FOUND-RATE TO WS-CLOSE-RATE
                   MOVE CF-ORIG-DATE TO WS-FIND-DATE
                   PERFORM 1800-FIND-RATE
                   IF WS-FOUND-RATE-DATE = ZERO
                       MOVE "NO RATE ON OR BEFORE ORIGINATION DATE"
                           TO WS-ITEM-REASON
                   ELSE
                       MOVE WS-FOUND-RATE TO WS-HIST-RATE
                   END-IF
               END-IF
           END-IF.

       2200-ASSIGN-AGE-BAND.
      *    Days in suspense, origination date to revaluation date,
      *    banded as on the TSRPT aging section.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-REVAL-DATE)
               - FUNCTION INTEGER-OF-DATE(CF-ORIG-DATE)
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 7
                   MOVE 1 TO WS-AGE-BAND
               WHEN WS-AGE-DAYS <= 30
                   MOVE 2 TO WS-AGE-BAND
               WHEN WS-AGE-DAYS <= 60
                   MOVE 3 TO WS-AGE-BAND
               WHEN OTHER
                   MOVE 4 TO WS-AGE-BAND
           END-EVALUATE.

       2300-ACCUMULATE-VALUATION.
           ADD 1 TO WS-VALUED-COUNT
           IF WS-ITEM-BASE-CCY = "Y"
               ADD 1 TO WS-BASE-ITEM-COUNT
           END-IF
           ADD WS-HIST-BASE TO WS-GRAND-HIST-BASE
           ADD WS-CLOSE-BASE TO WS-GRAND-CLOSE-BASE
           MOVE -1 TO WS-VAL-FOUND
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-VAL-COUNT
                       OR WS-VAL-FOUND NOT = -1
               IF WS-VAL-BUCKET(WS-SCAN) = CF-BUCKET-ID
                   AND WS-VAL-CCY(WS-SCAN) = CF-CURRENCY
                   MOVE WS-SCAN TO WS-VAL-FOUND
               END-IF
           END-PERFORM
           IF WS-VAL-FOUND = -1
               IF WS-VAL-COUNT < WS-VAL-MAX-ENTRIES
                   ADD 1 TO WS-VAL-COUNT
                   MOVE WS-VAL-COUNT TO WS-VAL-FOUND
                   MOVE CF-BUCKET-ID TO WS-VAL-BUCKET(WS-VAL-FOUND)
                   MOVE CF-CURRENCY TO WS-VAL-CCY(WS-VAL-FOUND)
                   MOVE "N" TO WS-VAL-PRINTED(WS-VAL-FOUND)
                   PERFORM VARYING WS-BAND FROM 1 BY 1
                           UNTIL WS-BAND > 4
                       MOVE ZERO TO WS-VAL-ITEMS(WS-VAL-FOUND, WS-BAND)
                       MOVE ZERO
                           TO WS-VAL-CCY-AMOUNT(WS-VAL-FOUND, WS-BAND)
                       MOVE ZERO
                           TO WS-VAL-HIST-BASE(WS-VAL-FOUND, WS-BAND)
                       MOVE ZERO
                           TO WS-VAL-CLOSE-BASE(WS-VAL-FOUND, WS-BAND)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-VAL-TRUNCATED-COUNT
               END-IF
           END-IF
           IF WS-VAL-FOUND NOT = -1
               ADD 1 TO WS-VAL-ITEMS(WS-VAL-FOUND, WS-AGE-BAND)
               ADD CF-AMOUNT
                   TO WS-VAL-CCY-AMOUNT(WS-VAL-FOUND, WS-AGE-BAND)
               ADD WS-HIST-BASE
                   TO WS-VAL-HIST-BASE(WS-VAL-FOUND, WS-AGE-BAND)
               ADD WS-CLOSE-BASE
                   TO WS-VAL-CLOSE-BASE(WS-VAL-FOUND, WS-AGE-BAND)
           END-IF.

       2400-ACCUMULATE-JOURNAL.
           MOVE -1 TO WS-JNL-FOUND
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-JNL-COUNT
                       OR WS-JNL-FOUND NOT = -1
               IF WS-JNL-GL-ACCOUNT(WS-SCAN) = WS-ITEM-GL-ACCOUNT
                   AND WS-JNL-CCY(WS-SCAN) = CF-CURRENCY
                   MOVE WS-SCAN TO WS-JNL-FOUND
               END-IF
           END-PERFORM
           IF WS-JNL-FOUND = -1
               IF WS-JNL-COUNT < WS-JNL-MAX-ENTRIES
                   ADD 1 TO WS-JNL-COUNT
                   MOVE WS-JNL-COUNT TO WS-JNL-FOUND
                   MOVE WS-ITEM-GL-ACCOUNT
                       TO WS-JNL-GL-ACCOUNT(WS-JNL-FOUND)
                   MOVE CF-CURRENCY TO WS-JNL-CCY(WS-JNL-FOUND)
                   MOVE ZERO TO WS-JNL-ITEMS(WS-JNL-FOUND)
                   MOVE ZERO TO WS-JNL-CCY-AMOUNT(WS-JNL-FOUND)
                   MOVE ZERO TO WS-JNL-HIST-BASE(WS-JNL-FOUND)
                   MOVE ZERO TO WS-JNL-CLOSE-BASE(WS-JNL-FOUND)
                   MOVE WS-CLOSE-RATE
                       TO WS-JNL-CLOSE-RATE(WS-JNL-FOUND)
               ELSE
                   DISPLAY "FXREVAL: FATAL - MORE THAN "
                           WS-JNL-MAX-ENTRIES " GL ACCOUNT/CURRENCY "
                           "JOURNAL LINES - JOURNAL NOT WRITTEN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-JNL-ITEMS(WS-JNL-FOUND)
           ADD CF-AMOUNT TO WS-JNL-CCY-AMOUNT(WS-JNL-FOUND)
           ADD WS-HIST-BASE TO WS-JNL-HIST-BASE(WS-JNL-FOUND)
           ADD WS-CLOSE-BASE TO WS-JNL-CLOSE-BASE(WS-JNL-FOUND).

       2500-RECORD-EXCEPTION.
           ADD 1 TO WS-NOT-VALUED-COUNT
           IF WS-EXC-COUNT < WS-EXC-MAX-ENTRIES
               ADD 1 TO WS-EXC-COUNT
               MOVE CF-REF-NO TO WS-EXC-REF-NO(WS-EXC-COUNT)
               MOVE CF-BUCKET-ID TO WS-EXC-BUCKET(WS-EXC-COUNT)
               MOVE CF-CURRENCY TO WS-EXC-CCY(WS-EXC-COUNT)
               MOVE CF-AMOUNT TO WS-EXC-AMOUNT(WS-EXC-COUNT)
               MOVE CF-ORIG-DATE TO WS-EXC-ORIG-DATE(WS-EXC-COUNT)
               MOVE WS-ITEM-REASON TO WS-EXC-REASON(WS-EXC-COUNT)
           ELSE
               ADD 1 TO WS-EXC-TRUNCATED-COUNT
           END-IF.

       3000-WRITE-REVAL-JOURNAL.
      *    One record per suspense GL account and foreign currency,
      *    then the trailer GL proves the file against.
           OPEN OUTPUT REVAL-JOURNAL-FILE
           IF NOT WS-REVAL-JOURNAL-OK
               DISPLAY "FXREVAL: FATAL - REVAL-JOURNAL-FILE OPEN "
                       "FAILED, STATUS " WS-REVAL-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-JNL-COUNT
               COMPUTE WS-GAIN-LOSS =
                   WS-JNL-CLOSE-BASE(WS-INDEX)
                   - WS-JNL-HIST-BASE(WS-INDEX)
               MOVE SPACES TO REVAL-JOURNAL-RECORD
               MOVE "D" TO RV-REC-TYPE
               MOVE WS-REVAL-DATE TO RV-REVAL-DATE
               MOVE WS-JNL-GL-ACCOUNT(WS-INDEX) TO RV-GL-ACCOUNT
               MOVE WS-JNL-CCY(WS-INDEX) TO RV-CURRENCY
               MOVE WS-JNL-ITEMS(WS-INDEX) TO RV-ITEM-COUNT
               MOVE WS-JNL-CCY-AMOUNT(WS-INDEX) TO RV-CCY-AMOUNT
               MOVE WS-JNL-HIST-BASE(WS-INDEX) TO RV-HIST-BASE
               MOVE WS-JNL-CLOSE-BASE(WS-INDEX) TO RV-CLOSE-BASE
               MOVE WS-GAIN-LOSS TO RV-GAIN-LOSS
               MOVE WS-JNL-CLOSE-RATE(WS-INDEX) TO RV-CLOSE-RATE
               WRITE REVAL-JOURNAL-RECORD
               ADD 1 TO WS-JNL-OUT-COUNT
               ADD WS-GAIN-LOSS TO WS-JNL-HASH-TOTAL
           END-PERFORM
           MOVE SPACES TO REVAL-JOURNAL-RECORD
           MOVE "T" TO RV-REC-TYPE
           MOVE WS-JNL-OUT-COUNT TO RV-TRL-REC-COUNT
           MOVE WS-JNL-HASH-TOTAL TO RV-TRL-HASH-TOTAL
           WRITE REVAL-JOURNAL-RECORD
           CLOSE REVAL-JOURNAL-FILE.

       4000-WRITE-REVAL-REPORT.
           OPEN OUTPUT REVAL-REPORT-FILE
           IF NOT WS-REVAL-REPORT-OK
               DISPLAY "FXREVAL: FATAL - REVAL-REPORT-FILE OPEN "
                       "FAILED, STATUS " WS-REVAL-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-REVAL-DATE TO FV-REVAL-DATE
           MOVE WS-RUN-DATE TO FV-RUN-DATE
           WRITE REVAL-REPORT-RECORD FROM FV-TITLE-LINE
           WRITE REVAL-REPORT-RECORD FROM FV-BLANK-LINE
               AFTER ADVANCING 1 LINE
           IF WS-VAL-COUNT = 0
               MOVE "(NO OPEN ITEMS VALUED)" TO FV-NONE-TEXT
               WRITE REVAL-REPORT-RECORD FROM FV-NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE REVAL-REPORT-RECORD FROM FV-COLUMN-HEADING
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-VAL-COUNT
                   IF WS-VAL-PRINTED(WS-INDEX) = "N"
                       PERFORM 4100-WRITE-BUCKET-GROUP
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 4300-WRITE-JOURNAL-SECTION
           PERFORM 4400-WRITE-EXCEPTIONS
           PERFORM 4500-WRITE-COUNTS
           CLOSE REVAL-REPORT-FILE
           DISPLAY "FXREVAL: RUN COMPLETE - SEE REPORT TSFXRPT".

       4100-WRITE-BUCKET-GROUP.
      *    Every still-unprinted row of this row's bucket, currency
      *    by currency in arrival order and band by band, then the
      *    bucket's sterling subtotal - so each bucket reads as one
      *    block however its items arrived.
           MOVE WS-VAL-BUCKET(WS-INDEX) TO WS-CUR-BUCKET
           MOVE ZERO TO WS-SUB-ITEMS
           MOVE ZERO TO WS-SUB-HIST-BASE
           MOVE ZERO TO WS-SUB-CLOSE-BASE
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-VAL-COUNT
               IF WS-VAL-PRINTED(WS-SCAN) = "N"
                   AND WS-VAL-BUCKET(WS-SCAN) = WS-CUR-BUCKET
                   PERFORM VARYING WS-BAND FROM 1 BY 1
                           UNTIL WS-BAND > 4
                       IF WS-VAL-ITEMS(WS-SCAN, WS-BAND) > 0
                           PERFORM 4150-WRITE-BAND-LINE
                       END-IF
                   END-PERFORM
                   MOVE "Y" TO WS-VAL-PRINTED(WS-SCAN)
               END-IF
           END-PERFORM
           MOVE WS-CUR-BUCKET TO FV-SUB-BUCKET
           MOVE WS-SUB-ITEMS TO FV-SUB-ITEMS
           MOVE WS-SUB-HIST-BASE TO FV-SUB-HIST-BASE
           MOVE WS-SUB-CLOSE-BASE TO FV-SUB-CLOSE-BASE
           COMPUTE WS-GAIN-LOSS = WS-SUB-CLOSE-BASE - WS-SUB-HIST-BASE
           MOVE WS-GAIN-LOSS TO FV-SUB-GAIN-LOSS
           WRITE REVAL-REPORT-RECORD FROM FV-SUBTOTAL-LINE
               AFTER ADVANCING 1 LINE
           WRITE REVAL-REPORT-RECORD FROM FV-BLANK-LINE
               AFTER ADVANCING 1 LINE.

       4150-WRITE-BAND-LINE.
           MOVE WS-VAL-BUCKET(WS-SCAN) TO FV-DET-BUCKET
           MOVE WS-VAL-CCY(WS-SCAN) TO FV-DET-CCY
           MOVE WS-BAND-LABEL(WS-BAND) TO FV-DET-BAND
           MOVE WS-VAL-ITEMS(WS-SCAN, WS-BAND) TO FV-DET-ITEMS
           MOVE WS-VAL-CCY-AMOUNT(WS-SCAN, WS-BAND)
               TO FV-DET-CCY-AMOUNT
           MOVE WS-VAL-HIST-BASE(WS-SCAN, WS-BAND)
               TO FV-DET-HIST-BASE
           MOVE WS-VAL-CLOSE-BASE(WS-SCAN, WS-BAND)
               TO FV-DET-CLOSE-BASE
           COMPUTE WS-GAIN-LOSS =
               WS-VAL-CLOSE-BASE(WS-SCAN, WS-BAND)
               - WS-VAL-HIST-BASE(WS-SCAN, WS-BAND)
           MOVE WS-GAIN-LOSS TO FV-DET-GAIN-LOSS
           WRITE REVAL-REPORT-RECORD FROM FV-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD WS-VAL-ITEMS(WS-SCAN, WS-BAND) TO WS-SUB-ITEMS
           ADD WS-VAL-HIST-BASE(WS-SCAN, WS-BAND) TO WS-SUB-HIST-BASE
           ADD WS-VAL-CLOSE-BASE(WS-SCAN, WS-BAND)
               TO WS-SUB-CLOSE-BASE.

       4300-WRITE-JOURNAL-SECTION.
      *    The lines written to TSRVJRNL, so the report ties to what
      *    GL posts.
           WRITE REVAL-REPORT-RECORD FROM FV-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE "REVALUATION JOURNAL (TSRVJRNL) BY SUSPENSE GL ACCOUNT"
               TO FV-SECTION-TITLE
           WRITE REVAL-REPORT-RECORD FROM FV-SECTION-LINE
               AFTER ADVANCING 1 LINE
           IF WS-JNL-COUNT = 0
               MOVE "(NO FOREIGN-CURRENCY ITEMS)" TO FV-NONE-TEXT
               WRITE REVAL-REPORT-RECORD FROM FV-NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE REVAL-REPORT-RECORD FROM FV-JOURNAL-HEADING
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-JNL-COUNT
                   MOVE WS-JNL-GL-ACCOUNT(WS-INDEX)
                       TO FV-JNL-GL-ACCOUNT
                   MOVE WS-JNL-CCY(WS-INDEX) TO FV-JNL-CCY
                   MOVE WS-JNL-CLOSE-RATE(WS-INDEX) TO FV-JNL-RATE
                   MOVE WS-JNL-ITEMS(WS-INDEX) TO FV-JNL-ITEMS
                   MOVE WS-JNL-CCY-AMOUNT(WS-INDEX)
                       TO FV-JNL-CCY-AMOUNT
                   COMPUTE WS-GAIN-LOSS =
                       WS-JNL-CLOSE-BASE(WS-INDEX)
                       - WS-JNL-HIST-BASE(WS-INDEX)
                   MOVE WS-GAIN-LOSS TO FV-JNL-GAIN-LOSS
                   WRITE REVAL-REPORT-RECORD FROM FV-JOURNAL-LINE
                       AFTER ADVANCING 1 LINE
               END-PERFORM
           END-IF.

       4400-WRITE-EXCEPTIONS.
           WRITE REVAL-REPORT-RECORD FROM FV-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE "ITEMS NOT VALUED - NOT IN TOTALS OR JOURNAL"
               TO FV-SECTION-TITLE
           WRITE REVAL-REPORT-RECORD FROM FV-SECTION-LINE
               AFTER ADVANCING 1 LINE
           IF WS-EXC-COUNT = 0
               MOVE "(NONE)" TO FV-NONE-TEXT
               WRITE REVAL-REPORT-RECORD FROM FV-NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE REVAL-REPORT-RECORD FROM FV-EXCEPTION-HEADING
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-EXC-COUNT
                   MOVE WS-EXC-REF-NO(WS-INDEX) TO FV-EXC-REF
                   MOVE WS-EXC-BUCKET(WS-INDEX) TO FV-EXC-BUCKET
                   MOVE WS-EXC-CCY(WS-INDEX) TO FV-EXC-CCY
                   MOVE WS-EXC-AMOUNT(WS-INDEX) TO FV-EXC-AMOUNT
                   MOVE WS-EXC-ORIG-DATE(WS-INDEX)
                       TO FV-EXC-ORIG-DATE
                   MOVE WS-EXC-REASON(WS-INDEX) TO FV-EXC-REASON
                   WRITE REVAL-REPORT-RECORD FROM FV-EXCEPTION-LINE
                       AFTER ADVANCING 1 LINE
               END-PERFORM
           END-IF.

       4500-WRITE-COUNTS.
           WRITE REVAL-REPORT-RECORD FROM FV-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE "OPEN ITEMS READ         : " TO FV-COUNT-LABEL
           MOVE WS-CARRY-READ-COUNT TO FV-COUNT-VALUE
           WRITE REVAL-REPORT-RECORD FROM FV-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "  OF WHICH ON HOLD      : " TO FV-COUNT-LABEL
           MOVE WS-HELD-COUNT TO FV-COUNT-VALUE
           WRITE REVAL-REPORT-RECORD FROM FV-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "ITEMS VALUED            : " TO FV-COUNT-LABEL
           MOVE WS-VALUED-COUNT TO FV-COUNT-VALUE
           WRITE REVAL-REPORT-RECORD FROM FV-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "  OF WHICH STERLING     : " TO FV-COUNT-LABEL
           MOVE WS-BASE-ITEM-COUNT TO FV-COUNT-VALUE
           WRITE REVAL-REPORT-RECORD FROM FV-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "ITEMS NOT VALUED        : " TO FV-COUNT-LABEL
           MOVE WS-NOT-VALUED-COUNT TO FV-COUNT-VALUE
           WRITE REVAL-REPORT-RECORD FROM FV-COUNT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-EXC-TRUNCATED-COUNT > 0
               MOVE "  UNLISTED (TABLE FULL) : " TO FV-COUNT-LABEL
               MOVE WS-EXC-TRUNCATED-COUNT TO FV-COUNT-VALUE
               WRITE REVAL-REPORT-RECORD FROM FV-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-VAL-TRUNCATED-COUNT > 0
               MOVE "ITEMS NOT ON REPORT     : " TO FV-COUNT-LABEL
               MOVE WS-VAL-TRUNCATED-COUNT TO FV-COUNT-VALUE
               WRITE REVAL-REPORT-RECORD FROM FV-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE "RATE RECORDS READ       : " TO FV-COUNT-LABEL
           MOVE WS-RATE-READ-COUNT TO FV-COUNT-VALUE
           WRITE REVAL-REPORT-RECORD FROM FV-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "RATE RECORDS REJECTED   : " TO FV-COUNT-LABEL
           MOVE WS-RATE-REJECT-COUNT TO FV-COUNT-VALUE
           WRITE REVAL-REPORT-RECORD FROM FV-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "JOURNAL RECORDS WRITTEN : " TO FV-COUNT-LABEL
           MOVE WS-JNL-OUT-COUNT TO FV-COUNT-VALUE
           WRITE REVAL-REPORT-RECORD FROM FV-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "TOTAL HISTORIC GBP      : " TO FV-AMOUNT-LABEL
           MOVE WS-GRAND-HIST-BASE TO FV-AMOUNT-VALUE
           WRITE REVAL-REPORT-RECORD FROM FV-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "TOTAL CLOSING GBP       : " TO FV-AMOUNT-LABEL
           MOVE WS-GRAND-CLOSE-BASE TO FV-AMOUNT-VALUE
           WRITE REVAL-REPORT-RECORD FROM FV-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           COMPUTE WS-GRAND-GAIN-LOSS =
               WS-GRAND-CLOSE-BASE - WS-GRAND-HIST-BASE
           MOVE "TOTAL GAIN/LOSS GBP     : " TO FV-AMOUNT-LABEL
           MOVE WS-GRAND-GAIN-LOSS TO FV-AMOUNT-VALUE
           WRITE REVAL-REPORT-RECORD FROM FV-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
