      *****************************************************************
      * PROGRAM-ID. StmtCards
      *
      * Morning companion to TwoSum: generates the day's TARGETIN
      * control cards from the clearing house's settlement statement
      * feed (TSSTMT) instead of having them keyed by hand.  Every
      * settlement line on the statement is mapped to a suspense
      * bucket through the bucket master (TSBKTMS): the one open
      * bucket whose BM-SETTLE-ACCOUNT is the line's settlement
      * account and which permits the line's currency.  Each mapped
      * line becomes one control card for that bucket, carrying the
      * line's amount as CTL-TARGET, its currency, its settlement
      * reference (CTL-SETTLE-REF, which TwoSum carries onto TSRPT
      * and TSEXTRCT) and the bucket's default match mode, tolerance
      * and triplet setting.  A line that maps to no bucket - or to
      * more than one - gets no card: it is listed with the reason,
      * never dropped, and the run ends with RETURN-CODE 4 so the
      * control team can key or correct it before TwoSum runs.
      * Before a single card is written the lines read must prove
      * against the statement's own trailer - line count, debit
      * total and credit total.  A statement that does not prove (or
      * has no trailer, or more lines than TwoSum takes control
      * cards) writes no cards at all: TARGETIN is left untouched,
      * the listing shows why, and the run ends with RETURN-CODE 16
      * so the scheduler holds TwoSum.
      * The listing (TSSCRPT) ties every card back to its statement
      * line, lists the unmapped lines, and closes with the proof of
      * the statement totals against the lines read, the cards
      * written and the lines left unmapped.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StmtCards.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE ASSIGN TO "TSSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
           SELECT BUCKET-MASTER-FILE ASSIGN TO "TSBKTMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKTMAS-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "TARGETIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT CARD-LISTING-FILE ASSIGN TO "TSSCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-LISTING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-FILE
           RECORDING MODE IS F.
       COPY TSSTMT.

       FD  BUCKET-MASTER-FILE
           RECORDING MODE IS F.
       COPY TSBKTMS.

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       COPY TSCTRL.

       FD  CARD-LISTING-FILE.
       01  CARD-LISTING-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       COPY TSSCLN.
       01  WS-STATEMENT-STATUS         PIC XX.
           88  WS-STATEMENT-OK         VALUE "00".
           88  WS-STATEMENT-EOF        VALUE "10".

       01  WS-BKTMAS-STATUS            PIC XX.
           88  WS-BKTMAS-OK            VALUE "00".
           88  WS-BKTMAS-EOF           VALUE "10".

       01  WS-CONTROL-STATUS           PIC XX.
           88  WS-CONTROL-OK           VALUE "00".

       01  WS-CARD-LISTING-STATUS      PIC XX.
           88  WS-CARD-LISTING-OK      VALUE "00".

      *    Sterling is the book's base currency.  Base-currency
      *    items ride with a blank currency, which every bucket
      *    permits, so a sterling statement line maps to any bucket
      *    and its card names no currency unless the bucket lists
      *    GBP explicitly.
       01  WS-BASE-CURRENCY            PIC X(3) VALUE "GBP".

       01  WS-RUN-DATE                 PIC X(10).
       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY            PIC 9(4).
           05  WS-CURR-MM              PIC 9(2).
           05  WS-CURR-DD              PIC 9(2).

      *    Bucket master: the settlement account each bucket takes
      *    statement lines from, its status and permitted
      *    currencies, and the default settings its cards carry.
       01  WS-BM-MAX-ENTRIES           PIC 9(4) VALUE 500.
       01  WS-BM-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-BM-TRUNCATED-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-BM-TABLE.
           05  WS-BM-ENTRY
                   OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-BM-COUNT.
               10  WS-BM-BUCKET-ID     PIC X(10).
               10  WS-BM-STATUS        PIC X(1).
               10  WS-BM-CURRENCY      PIC X(3) OCCURS 10 TIMES.
               10  WS-BM-DFLT-TRIPLET-MODE
                                       PIC X(1).
               10  WS-BM-DFLT-TOLERANCE
                                       PIC X(3).
               10  WS-BM-DFLT-MATCH-MODE
                                       PIC X(1).
               10  WS-BM-SETTLE-ACCOUNT
                                       PIC X(10).
       01  WS-BM-SCAN                  PIC 9(4).
       01  WS-BM-CCY-SCAN              PIC 9(2).
       01  WS-BM-FOUND                 PIC 9(4).
       01  WS-BM-CCY-LISTED            PIC X VALUE "N".

      *    The statement's settlement lines, held until the whole
      *    statement has proved against its trailer.  The limit is
      *    the number of control cards TwoSum takes in one run; a
      *    statement with more lines cannot be carded in full, so
      *    none of it is.
       01  WS-SL-MAX-ENTRIES           PIC 9(4) VALUE 9999.
       01  WS-SL-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-SL-TRUNCATED-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-SL-TABLE.
           05  WS-SL-ENTRY
                   OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-SL-COUNT.
               10  WS-SL-SETTLE-REF    PIC X(16).
               10  WS-SL-AMOUNT        PIC S9(7)V99.
               10  WS-SL-CURRENCY      PIC X(3).
               10  WS-SL-VALUE-DATE    PIC X(8).
               10  WS-SL-ACCOUNT       PIC X(10).
               10  WS-SL-BM-IDX        PIC 9(4).
               10  WS-SL-CARD-CCY      PIC X(3).
               10  WS-SL-CARD-NO       PIC 9(4).
               10  WS-SL-REASON        PIC X(45).

      *    Statement header and trailer.
       01  WS-HDR-STMT-DATE            PIC 9(8) VALUE ZERO.
       01  WS-HDR-CLEARING-HOUSE       PIC X(10) VALUE SPACES.
       01  WS-HDR-STMT-NO              PIC X(10) VALUE SPACES.
       01  WS-TRAILER-FOUND            PIC X VALUE "N".
       01  WS-TRL-LINE-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-TRL-DEBIT-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01  WS-TRL-CREDIT-TOTAL         PIC S9(11)V99 VALUE ZERO.

      *    What was read, what was carded, what was left unmapped.
       01  WS-LINES-READ               PIC 9(6) VALUE ZERO.
       01  WS-READ-DEBIT-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01  WS-READ-CREDIT-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  WS-CARDS-WRITTEN            PIC 9(6) VALUE ZERO.
       01  WS-CARD-DEBIT-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01  WS-CARD-CREDIT-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  WS-UNMAPPED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-UNMAPPED-DEBIT-TOTAL     PIC S9(11)V99 VALUE ZERO.
       01  WS-UNMAPPED-CREDIT-TOTAL    PIC S9(11)V99 VALUE ZERO.
       01  WS-UNKNOWN-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-HEADER-COUNT             PIC 9(4) VALUE ZERO.

       01  WS-STMT-PROVED              PIC X VALUE "N".
       01  WS-PROOF-TEXT               PIC X(70) VALUE SPACES.

      *    Mapping work areas: how many buckets carry the line's
      *    settlement account, and of those how many are open and
      *    permit its currency.
       01  WS-ACCT-HITS                PIC 9(4).
       01  WS-ELIGIBLE-HITS            PIC 9(4).
       01  WS-CLOSED-HITS              PIC 9(4).
       01  WS-ELIGIBLE-IDX             PIC 9(4).
       01  WS-DATE-TEST                PIC S9(9).
       01  WS-INDEX                    PIC 9(4).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-BUCKET-MASTER
           PERFORM 2000-LOAD-STATEMENT
           PERFORM 2500-PROVE-STATEMENT
           IF WS-STMT-PROVED = "Y"
               PERFORM 3000-MAP-STATEMENT-LINES
               PERFORM 3500-WRITE-CONTROL-CARDS
           END-IF
           PERFORM 4000-WRITE-CARD-LISTING
           IF WS-STMT-PROVED NOT = "Y"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-UNMAPPED-COUNT > 0
                   OR WS-UNKNOWN-COUNT > 0
                   OR WS-BM-TRUNCATED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE
           MOVE ZERO TO WS-BM-COUNT
           MOVE ZERO TO WS-SL-COUNT.

       1500-LOAD-BUCKET-MASTER.
           OPEN INPUT BUCKET-MASTER-FILE
           IF NOT WS-BKTMAS-OK
               DISPLAY "STMTCARDS: FATAL - BUCKET-MASTER-FILE OPEN "
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
                           PERFORM 1510-STORE-BUCKET-MASTER
                       ELSE
                           ADD 1 TO WS-BM-TRUNCATED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUCKET-MASTER-FILE
           IF WS-BM-TRUNCATED-COUNT > 0
               DISPLAY "STMTCARDS: WARNING - "
                       WS-BM-TRUNCATED-COUNT
                       " BUCKET MASTER RECORD(S) BEYOND THE "
                       WS-BM-MAX-ENTRIES "-ENTRY LIMIT IGNORED"
           END-IF.

       1510-STORE-BUCKET-MASTER.
           ADD 1 TO WS-BM-COUNT
           MOVE BM-BUCKET-ID TO WS-BM-BUCKET-ID(WS-BM-COUNT)
           MOVE BM-STATUS TO WS-BM-STATUS(WS-BM-COUNT)
           PERFORM VARYING WS-BM-CCY-SCAN FROM 1 BY 1
                   UNTIL WS-BM-CCY-SCAN > 10
               MOVE BM-CURRENCY(WS-BM-CCY-SCAN)
                   TO WS-BM-CURRENCY(WS-BM-COUNT, WS-BM-CCY-SCAN)
           END-PERFORM
           MOVE BM-DFLT-TRIPLET-MODE
               TO WS-BM-DFLT-TRIPLET-MODE(WS-BM-COUNT)
           MOVE BM-DFLT-TOLERANCE TO WS-BM-DFLT-TOLERANCE(WS-BM-COUNT)
           MOVE BM-DFLT-MATCH-MODE
               TO WS-BM-DFLT-MATCH-MODE(WS-BM-COUNT)
           MOVE BM-SETTLE-ACCOUNT
               TO WS-BM-SETTLE-ACCOUNT(WS-BM-COUNT).

       2000-LOAD-STATEMENT.
      *    Every settlement line counts toward the proof, whether or
      *    not it later maps; a line with an unreadable amount adds
      *    nothing, so the statement cannot prove.
           OPEN INPUT STATEMENT-FILE
           IF NOT WS-STATEMENT-OK
               DISPLAY "STMTCARDS: FATAL - STATEMENT-FILE OPEN "
                       "FAILED, STATUS " WS-STATEMENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-STATEMENT-EOF
               READ STATEMENT-FILE
                   AT END
                       SET WS-STATEMENT-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SS-HEADER-REC
                               ADD 1 TO WS-HEADER-COUNT
                               IF SS-HDR-STMT-DATE IS NUMERIC
                                   MOVE SS-HDR-STMT-DATE
                                       TO WS-HDR-STMT-DATE
                               END-IF
                               MOVE SS-HDR-CLEARING-HOUSE
                                   TO WS-HDR-CLEARING-HOUSE
                               MOVE SS-HDR-STMT-NO TO WS-HDR-STMT-NO
                           WHEN SS-DETAIL-REC
                               ADD 1 TO WS-LINES-READ
                               PERFORM 2100-STORE-STATEMENT-LINE
                           WHEN SS-TRAILER-REC
                               MOVE "Y" TO WS-TRAILER-FOUND
                               MOVE SS-TRL-LINE-COUNT
                                   TO WS-TRL-LINE-COUNT
                               MOVE SS-TRL-DEBIT-TOTAL
                                   TO WS-TRL-DEBIT-TOTAL
                               MOVE SS-TRL-CREDIT-TOTAL
                                   TO WS-TRL-CREDIT-TOTAL
                           WHEN OTHER
                               ADD 1 TO WS-UNKNOWN-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE STATEMENT-FILE
           IF WS-UNKNOWN-COUNT > 0
               DISPLAY "STMTCARDS: WARNING - " WS-UNKNOWN-COUNT
                       " STATEMENT RECORD(S) OF UNKNOWN TYPE IGNORED"
           END-IF.

       2100-STORE-STATEMENT-LINE.
      *    A line whose amount or value date cannot be read is kept
      *    for the listing with its reason already set, so it is
      *    never carded.
           IF SS-AMOUNT IS NUMERIC
               IF SS-AMOUNT < ZERO
                   ADD SS-AMOUNT TO WS-READ-CREDIT-TOTAL
               ELSE
                   ADD SS-AMOUNT TO WS-READ-DEBIT-TOTAL
               END-IF
           END-IF
           IF WS-SL-COUNT < WS-SL-MAX-ENTRIES
               ADD 1 TO WS-SL-COUNT
               MOVE SS-SETTLE-REF TO WS-SL-SETTLE-REF(WS-SL-COUNT)
               MOVE SS-CURRENCY TO WS-SL-CURRENCY(WS-SL-COUNT)
               MOVE SS-VALUE-DATE TO WS-SL-VALUE-DATE(WS-SL-COUNT)
               MOVE SS-SETTLE-ACCOUNT TO WS-SL-ACCOUNT(WS-SL-COUNT)
               MOVE ZERO TO WS-SL-BM-IDX(WS-SL-COUNT)
               MOVE SPACES TO WS-SL-CARD-CCY(WS-SL-COUNT)
               MOVE ZERO TO WS-SL-CARD-NO(WS-SL-COUNT)
               MOVE SPACES TO WS-SL-REASON(WS-SL-COUNT)
               IF SS-AMOUNT IS NUMERIC
                   MOVE SS-AMOUNT TO WS-SL-AMOUNT(WS-SL-COUNT)
               ELSE
                   MOVE ZERO TO WS-SL-AMOUNT(WS-SL-COUNT)
                   MOVE "AMOUNT IS NOT NUMERIC"
                       TO WS-SL-REASON(WS-SL-COUNT)
               END-IF
               IF WS-SL-REASON(WS-SL-COUNT) = SPACES
                   IF SS-VALUE-DATE IS NOT NUMERIC
                       MOVE "VALUE DATE IS NOT A VALID DATE"
                           TO WS-SL-REASON(WS-SL-COUNT)
                   ELSE
                       COMPUTE WS-DATE-TEST =
                           FUNCTION INTEGER-OF-DATE(SS-VALUE-DATE)
                       IF WS-DATE-TEST = ZERO
                           MOVE "VALUE DATE IS NOT A VALID DATE"
                               TO WS-SL-REASON(WS-SL-COUNT)
                       END-IF
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-SL-TRUNCATED-COUNT
           END-IF.

       2500-PROVE-STATEMENT.
      *    The statement proves when it has a trailer, every line
      *    it sent was read and held, and the lines read agree with
      *    the trailer's count and its debit and credit totals.
           MOVE "N" TO WS-STMT-PROVED
           IF WS-TRAILER-FOUND = "N"
               MOVE "NO TRAILER RECORD - NO CONTROL CARDS WRITTEN"
                   TO WS-PROOF-TEXT
           ELSE
           IF WS-SL-TRUNCATED-COUNT > 0
               MOVE "MORE LINES THAN TWOSUM TAKES CARDS - NO CONTROL "
                   & "CARDS WRITTEN"
                   TO WS-PROOF-TEXT
           ELSE
           IF WS-LINES-READ NOT = WS-TRL-LINE-COUNT
               OR WS-READ-DEBIT-TOTAL NOT = WS-TRL-DEBIT-TOTAL
               OR WS-READ-CREDIT-TOTAL NOT = WS-TRL-CREDIT-TOTAL
               MOVE "NOT PROVED - LINES READ DISAGREE WITH THE TRAILER "
                   & "- NO CARDS WRITTEN"
                   TO WS-PROOF-TEXT
           ELSE
               MOVE "Y" TO WS-STMT-PROVED
               MOVE "PROVED - LINES READ AGREE WITH THE TRAILER"
                   TO WS-PROOF-TEXT
           END-IF
           END-IF
           END-IF
           IF WS-STMT-PROVED NOT = "Y"
               DISPLAY "STMTCARDS: FATAL - SETTLEMENT STATEMENT "
                       WS-PROOF-TEXT
               DISPLAY "STMTCARDS: LINES READ " WS-LINES-READ
                       " VS TRAILER " WS-TRL-LINE-COUNT
                       " - TARGETIN NOT TOUCHED"
           END-IF.

       3000-MAP-STATEMENT-LINES.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-SL-COUNT
               IF WS-SL-REASON(WS-INDEX) = SPACES
                   PERFORM 3100-MAP-ONE-LINE
               END-IF
               IF WS-SL-REASON(WS-INDEX) NOT = SPACES
                   ADD 1 TO WS-UNMAPPED-COUNT
                   IF WS-SL-AMOUNT(WS-INDEX) < ZERO
                       ADD WS-SL-AMOUNT(WS-INDEX)
                           TO WS-UNMAPPED-CREDIT-TOTAL
                   ELSE
                       ADD WS-SL-AMOUNT(WS-INDEX)
                           TO WS-UNMAPPED-DEBIT-TOTAL
                   END-IF
               END-IF
           END-PERFORM.

       3100-MAP-ONE-LINE.
      *    Exactly one open bucket carrying the line's settlement
      *    account and permitting its currency takes the line.  No
      *    such bucket, or more than one, is left for the control
      *    team: a guess here would put the control total on the
      *    wrong bucket's card.
           MOVE ZERO TO WS-ACCT-HITS
           MOVE ZERO TO WS-ELIGIBLE-HITS
           MOVE ZERO TO WS-CLOSED-HITS
           MOVE ZERO TO WS-ELIGIBLE-IDX
           IF WS-SL-ACCOUNT(WS-INDEX) = SPACES
               MOVE "NO SETTLEMENT ACCOUNT ON THE LINE"
                   TO WS-SL-REASON(WS-INDEX)
           ELSE
               PERFORM VARYING WS-BM-SCAN FROM 1 BY 1
                       UNTIL WS-BM-SCAN > WS-BM-COUNT
                   IF WS-BM-SETTLE-ACCOUNT(WS-BM-SCAN)
                           = WS-SL-ACCOUNT(WS-INDEX)
                       ADD 1 TO WS-ACCT-HITS
                       IF WS-BM-STATUS(WS-BM-SCAN) = "C"
                           ADD 1 TO WS-CLOSED-HITS
                       ELSE
                           MOVE WS-BM-SCAN TO WS-BM-FOUND
                           PERFORM 3150-TEST-BUCKET-CURRENCY
                           IF WS-BM-CCY-LISTED = "Y"
                               OR WS-SL-CURRENCY(WS-INDEX) = SPACES
                               OR WS-SL-CURRENCY(WS-INDEX)
                                   = WS-BASE-CURRENCY
                               ADD 1 TO WS-ELIGIBLE-HITS
                               MOVE WS-BM-SCAN TO WS-ELIGIBLE-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-ELIGIBLE-HITS = 1
                       PERFORM 3200-ASSIGN-BUCKET
                   WHEN WS-ELIGIBLE-HITS > 1
                       MOVE "MORE THAN ONE OPEN BUCKET TAKES THE "
                           & "ACCOUNT"
                           TO WS-SL-REASON(WS-INDEX)
                   WHEN WS-ACCT-HITS = 0
                       MOVE "NO BUCKET TAKES THIS SETTLEMENT ACCOUNT"
                           TO WS-SL-REASON(WS-INDEX)
                   WHEN WS-CLOSED-HITS = WS-ACCT-HITS
                       MOVE "BUCKET FOR THIS ACCOUNT IS CLOSED"
                           TO WS-SL-REASON(WS-INDEX)
                   WHEN OTHER
                       MOVE "CURRENCY NOT PERMITTED ON THE BUCKET"
                           TO WS-SL-REASON(WS-INDEX)
               END-EVALUATE
           END-IF.

       3150-TEST-BUCKET-CURRENCY.
      *    Whether WS-BM-FOUND's currency list names the line's
      *    currency.
           MOVE "N" TO WS-BM-CCY-LISTED
           IF WS-SL-CURRENCY(WS-INDEX) NOT = SPACES
               PERFORM VARYING WS-BM-CCY-SCAN FROM 1 BY 1
                       UNTIL WS-BM-CCY-SCAN > 10
                           OR WS-BM-CCY-LISTED = "Y"
                   IF WS-BM-CURRENCY(WS-BM-FOUND, WS-BM-CCY-SCAN)
                           = WS-SL-CURRENCY(WS-INDEX)
                       MOVE "Y" TO WS-BM-CCY-LISTED
                   END-IF
               END-PERFORM
           END-IF.

       3200-ASSIGN-BUCKET.
      *    A sterling line for a bucket that does not list GBP
      *    gets a card naming no currency - the base currency its
      *    items carry.
           MOVE WS-ELIGIBLE-IDX TO WS-SL-BM-IDX(WS-INDEX)
           MOVE WS-ELIGIBLE-IDX TO WS-BM-FOUND
           PERFORM 3150-TEST-BUCKET-CURRENCY
           IF WS-SL-CURRENCY(WS-INDEX) = WS-BASE-CURRENCY
               AND WS-BM-CCY-LISTED = "N"
               MOVE SPACES TO WS-SL-CARD-CCY(WS-INDEX)
           ELSE
               MOVE WS-SL-CURRENCY(WS-INDEX)
                   TO WS-SL-CARD-CCY(WS-INDEX)
           END-IF.

       3500-WRITE-CONTROL-CARDS.
      *    One card per mapped line, in statement order.  Only the
      *    settings the cards are generated for are set from the
      *    bucket; the rest are left blank so TwoSum applies the
      *    bucket's standing defaults as it does for any card.
           OPEN OUTPUT CONTROL-FILE
           IF NOT WS-CONTROL-OK
               DISPLAY "STMTCARDS: FATAL - CONTROL-FILE OPEN FAILED, "
                       "STATUS " WS-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-SL-COUNT
               IF WS-SL-BM-IDX(WS-INDEX) > 0
                   PERFORM 3510-WRITE-ONE-CARD
               END-IF
           END-PERFORM
           CLOSE CONTROL-FILE
           DISPLAY "STMTCARDS: " WS-CARDS-WRITTEN
                   " CONTROL CARD(S) WRITTEN TO TARGETIN".

       3510-WRITE-ONE-CARD.
           MOVE WS-SL-BM-IDX(WS-INDEX) TO WS-BM-FOUND
           MOVE SPACES TO CONTROL-RECORD
           MOVE WS-SL-AMOUNT(WS-INDEX) TO CTL-TARGET
           MOVE WS-BM-BUCKET-ID(WS-BM-FOUND) TO CTL-BUCKET-ID
           MOVE WS-BM-DFLT-TRIPLET-MODE(WS-BM-FOUND)
               TO CTL-TRIPLET-MODE
           IF WS-BM-DFLT-TOLERANCE(WS-BM-FOUND) IS NUMERIC
               MOVE WS-BM-DFLT-TOLERANCE(WS-BM-FOUND) TO CTL-TOLERANCE
           END-IF
           MOVE WS-BM-DFLT-MATCH-MODE(WS-BM-FOUND) TO CTL-MATCH-MODE
           MOVE WS-SL-CARD-CCY(WS-INDEX) TO CTL-CURRENCY
           MOVE WS-SL-SETTLE-REF(WS-INDEX) TO CTL-SETTLE-REF
           WRITE CONTROL-RECORD
           ADD 1 TO WS-CARDS-WRITTEN
           MOVE WS-CARDS-WRITTEN TO WS-SL-CARD-NO(WS-INDEX)
           IF WS-SL-AMOUNT(WS-INDEX) < ZERO
               ADD WS-SL-AMOUNT(WS-INDEX) TO WS-CARD-CREDIT-TOTAL
           ELSE
               ADD WS-SL-AMOUNT(WS-INDEX) TO WS-CARD-DEBIT-TOTAL
           END-IF.

       4000-WRITE-CARD-LISTING.
           OPEN OUTPUT CARD-LISTING-FILE
           IF NOT WS-CARD-LISTING-OK
               DISPLAY "STMTCARDS: FATAL - CARD-LISTING-FILE OPEN "
                       "FAILED, STATUS " WS-CARD-LISTING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-HDR-STMT-DATE TO SC-STMT-DATE
           MOVE WS-RUN-DATE TO SC-RUN-DATE
           WRITE CARD-LISTING-RECORD FROM SC-TITLE-LINE
           MOVE WS-HDR-CLEARING-HOUSE TO SC-CLEARING-HOUSE
           MOVE WS-HDR-STMT-NO TO SC-STMT-NO
           WRITE CARD-LISTING-RECORD FROM SC-HEADER-LINE
               AFTER ADVANCING 1 LINE
           IF WS-STMT-PROVED = "Y"
               PERFORM 4100-WRITE-CARD-SECTION
               PERFORM 4200-WRITE-UNMAPPED-SECTION
           END-IF
           PERFORM 4300-WRITE-PROOF-SECTION
           CLOSE CARD-LISTING-FILE
           DISPLAY "STMTCARDS: RUN COMPLETE - SEE REPORT TSSCRPT".

       4100-WRITE-CARD-SECTION.
           WRITE CARD-LISTING-RECORD FROM SC-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE "CONTROL CARDS WRITTEN TO TARGETIN" TO SC-SECTION-TITLE
           WRITE CARD-LISTING-RECORD FROM SC-SECTION-LINE
               AFTER ADVANCING 1 LINE
           IF WS-CARDS-WRITTEN = 0
               MOVE "(NONE)" TO SC-NONE-TEXT
               WRITE CARD-LISTING-RECORD FROM SC-NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE CARD-LISTING-RECORD FROM SC-CARD-HEADING
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-SL-COUNT
                   IF WS-SL-CARD-NO(WS-INDEX) > 0
                       PERFORM 4110-WRITE-CARD-LINE
                   END-IF
               END-PERFORM
           END-IF.

       4110-WRITE-CARD-LINE.
           MOVE WS-SL-BM-IDX(WS-INDEX) TO WS-BM-FOUND
           MOVE WS-INDEX TO SC-CRD-LINE-NO
           MOVE WS-SL-SETTLE-REF(WS-INDEX) TO SC-CRD-SETTLE-REF
           MOVE WS-SL-VALUE-DATE(WS-INDEX) TO SC-CRD-VALUE-DATE
           MOVE WS-SL-CURRENCY(WS-INDEX) TO SC-CRD-CCY
           MOVE WS-SL-AMOUNT(WS-INDEX) TO SC-CRD-AMOUNT
           MOVE WS-SL-ACCOUNT(WS-INDEX) TO SC-CRD-ACCOUNT
           MOVE WS-SL-CARD-NO(WS-INDEX) TO SC-CRD-CARD-NO
           MOVE WS-BM-BUCKET-ID(WS-BM-FOUND) TO SC-CRD-BUCKET
           IF WS-BM-DFLT-MATCH-MODE(WS-BM-FOUND) = "O"
               MOVE "OFFSET" TO SC-CRD-MODE
           ELSE
               MOVE "SUM" TO SC-CRD-MODE
           END-IF
           IF WS-BM-DFLT-TOLERANCE(WS-BM-FOUND) IS NUMERIC
               MOVE WS-BM-DFLT-TOLERANCE(WS-BM-FOUND)
                   TO SC-CRD-TOLERANCE
           ELSE
               MOVE "000" TO SC-CRD-TOLERANCE
           END-IF
           IF WS-BM-DFLT-TRIPLET-MODE(WS-BM-FOUND) = "Y"
               MOVE "YES" TO SC-CRD-TRIPLET
           ELSE
               MOVE "NO" TO SC-CRD-TRIPLET
           END-IF
           WRITE CARD-LISTING-RECORD FROM SC-CARD-LINE
               AFTER ADVANCING 1 LINE.

       4200-WRITE-UNMAPPED-SECTION.
           WRITE CARD-LISTING-RECORD FROM SC-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE "STATEMENT LINES NOT MAPPED - NO CARD WRITTEN"
               TO SC-SECTION-TITLE
           WRITE CARD-LISTING-RECORD FROM SC-SECTION-LINE
               AFTER ADVANCING 1 LINE
           IF WS-UNMAPPED-COUNT = 0
               MOVE "(NONE)" TO SC-NONE-TEXT
               WRITE CARD-LISTING-RECORD FROM SC-NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE CARD-LISTING-RECORD FROM SC-UNMAPPED-HEADING
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-SL-COUNT
                   IF WS-SL-REASON(WS-INDEX) NOT = SPACES
                       PERFORM 4210-WRITE-UNMAPPED-LINE
                   END-IF
               END-PERFORM
           END-IF.

       4210-WRITE-UNMAPPED-LINE.
           MOVE WS-INDEX TO SC-UNM-LINE-NO
           MOVE WS-SL-SETTLE-REF(WS-INDEX) TO SC-UNM-SETTLE-REF
           MOVE WS-SL-VALUE-DATE(WS-INDEX) TO SC-UNM-VALUE-DATE
           MOVE WS-SL-CURRENCY(WS-INDEX) TO SC-UNM-CCY
           MOVE WS-SL-AMOUNT(WS-INDEX) TO SC-UNM-AMOUNT
           MOVE WS-SL-ACCOUNT(WS-INDEX) TO SC-UNM-ACCOUNT
           MOVE WS-SL-REASON(WS-INDEX) TO SC-UNM-REASON
           WRITE CARD-LISTING-RECORD FROM SC-UNMAPPED-LINE
               AFTER ADVANCING 1 LINE.

       4300-WRITE-PROOF-SECTION.
      *    The trailer against the lines read proves the statement;
      *    the cards written and the lines left unmapped then
      *    cross-foot back to the lines read.
           WRITE CARD-LISTING-RECORD FROM SC-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE "STATEMENT TOTALS" TO SC-SECTION-TITLE
           WRITE CARD-LISTING-RECORD FROM SC-SECTION-LINE
               AFTER ADVANCING 1 LINE
           WRITE CARD-LISTING-RECORD FROM SC-PROOF-HEADING
               AFTER ADVANCING 1 LINE
           MOVE "STATEMENT TRAILER       : " TO SC-PRF-LABEL
           MOVE WS-TRL-LINE-COUNT TO SC-PRF-COUNT
           MOVE WS-TRL-DEBIT-TOTAL TO SC-PRF-DEBITS
           MOVE WS-TRL-CREDIT-TOTAL TO SC-PRF-CREDITS
           IF WS-TRAILER-FOUND = "Y"
               MOVE SPACES TO SC-PRF-RESULT
           ELSE
               MOVE "(MISSING)" TO SC-PRF-RESULT
           END-IF
           WRITE CARD-LISTING-RECORD FROM SC-PROOF-LINE
               AFTER ADVANCING 1 LINE
           MOVE "LINES READ              : " TO SC-PRF-LABEL
           MOVE WS-LINES-READ TO SC-PRF-COUNT
           MOVE WS-READ-DEBIT-TOTAL TO SC-PRF-DEBITS
           MOVE WS-READ-CREDIT-TOTAL TO SC-PRF-CREDITS
           IF WS-STMT-PROVED = "Y"
               MOVE "PROVED" TO SC-PRF-RESULT
           ELSE
               MOVE "NOT PROVED" TO SC-PRF-RESULT
           END-IF
           WRITE CARD-LISTING-RECORD FROM SC-PROOF-LINE
               AFTER ADVANCING 1 LINE
           MOVE "CARDS WRITTEN           : " TO SC-PRF-LABEL
           MOVE WS-CARDS-WRITTEN TO SC-PRF-COUNT
           MOVE WS-CARD-DEBIT-TOTAL TO SC-PRF-DEBITS
           MOVE WS-CARD-CREDIT-TOTAL TO SC-PRF-CREDITS
           MOVE SPACES TO SC-PRF-RESULT
           WRITE CARD-LISTING-RECORD FROM SC-PROOF-LINE
               AFTER ADVANCING 1 LINE
           MOVE "LINES NOT MAPPED        : " TO SC-PRF-LABEL
           MOVE WS-UNMAPPED-COUNT TO SC-PRF-COUNT
           MOVE WS-UNMAPPED-DEBIT-TOTAL TO SC-PRF-DEBITS
           MOVE WS-UNMAPPED-CREDIT-TOTAL TO SC-PRF-CREDITS
           WRITE CARD-LISTING-RECORD FROM SC-PROOF-LINE
               AFTER ADVANCING 1 LINE
           WRITE CARD-LISTING-RECORD FROM SC-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-PROOF-TEXT TO SC-RESULT-TEXT
           WRITE CARD-LISTING-RECORD FROM SC-RESULT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-UNKNOWN-COUNT > 0
               MOVE "UNKNOWN RECORD TYPES    : " TO SC-COUNT-LABEL
               MOVE WS-UNKNOWN-COUNT TO SC-COUNT-VALUE
               WRITE CARD-LISTING-RECORD FROM SC-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-SL-TRUNCATED-COUNT > 0
               MOVE "LINES BEYOND CARD LIMIT : " TO SC-COUNT-LABEL
               MOVE WS-SL-TRUNCATED-COUNT TO SC-COUNT-VALUE
               WRITE CARD-LISTING-RECORD FROM SC-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
