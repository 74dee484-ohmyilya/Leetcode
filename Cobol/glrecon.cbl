      * Manual matches (extract type '4') are the one exception to
      * the must-confirm rule: GL is not obliged to confirm them,
      * so an absent '4' confirmation is neither reported nor
      * reinstated - only an explicit rejection is.  A reversal
      * (type 'V', TwoSum's undoing of a clearing already posted)
      * must come back confirmed like any other record and is
      * reported when it does not, but is never reinstated: its
      * legs went back to suspense in TwoSum the day it was written.
      * Every unconfirmed or rejected clearing's legs are written to
      * the reinstatement file (TSREINST, TSCARRY layout, each leg's
      * own identity and origination date) so the next TwoSum run
      * of a clerk re-keying them into the feed.  Any exception ends
      * the run with RETURN-CODE 4 so the scheduler can hold the
      * morning checkout.
      * Every leg's outcome is appended to the permanent item-event
      * journal (TSJRNL) TwoSum also writes: confirmed by GL (with
      * GL's posting reference), rejected by GL, and reinstated - so
      * an item's history carries on past the day it was matched.
      * The reconciliation is a step of the daily chain on the run
      * ledger (TSRUNLDG).  It reconciles the business date on the
      * TSRUNPRM 'P' card, or else the latest date GLProof completed
      * on the ledger, and refuses with RETURN-CODE 16 - before any
      * output is opened - unless GLProof has completed for the date
      * since TwoSum (or TSConsol) last completed it, and TSEXTRCT is
      * the extract the ledger says that run wrote; having already
      * reconciled it since, it needs an 'R' rerun card naming
      * GLRECON and the date.  It records its start there, and at
      * completion the count and hash of the TSREINST it wrote -
      * which the next business date's TwoSum checks before loading.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRecon.
           SELECT EXCEPTION-FILE ASSIGN TO "TSRCNEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "TSJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT OPTIONAL RUNPARM-FILE ASSIGN TO "TSRUNPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "TSRUNLDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY TSEXCPT.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       COPY TSJRNL.

       FD  RUNPARM-FILE
           RECORDING MODE IS F.
       COPY TSRUNPRM.

       FD  RUN-LEDGER-FILE
           RECORDING MODE IS F.
       01  LEDGER-RECORD                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY TSRUNLG.
       COPY TSRCNLN.
       COPY TSCARRY.
       01  WS-EXTRACT-STATUS           PIC XX.
       01  WS-EXCEPTION-STATUS         PIC XX.
           88  WS-EXCEPTION-OK         VALUE "00".

      *    Status 05: the permanent journal did not exist yet and
      *    OPTIONAL created it.
       01  WS-JOURNAL-STATUS           PIC XX.
           88  WS-JOURNAL-OK           VALUE "00" "05".

       01  WS-RUNPARM-STATUS           PIC XX.
           88  WS-RUNPARM-OK           VALUE "00".
           88  WS-RUNPARM-EOF          VALUE "10".
           88  WS-RUNPARM-NOT-FOUND    VALUE "35".

       01  WS-LEDGER-STATUS            PIC XX.
           88  WS-LEDGER-OK            VALUE "00" "05".
           88  WS-LEDGER-EOF           VALUE "10".
           88  WS-LEDGER-ABSENT        VALUE "05" "35".

      *    Run ledger.  The business date reconciled is the 'P'
      *    card's or, with none, the latest date with a completed
      *    GLProof.  Ledger records are numbered in file order (the
      *    order they were written), so "completed since" compares
      *    sequence numbers: the latest producer (TwoSum or
      *    TSConsol) completion and start for the date, GLProof's
      *    latest completion, and this step's own.  The producer's
      *    'F' record gives the extract's expected count and hash.
       01  WS-LDG-STEP                 PIC X(8) VALUE "GLRECON".
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
       01  WS-LDG-PROOF-SEQ            PIC 9(9) VALUE ZERO.
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

      *    Extract trailer balancing, mirroring TwoSum's TRANSIN
      *    and carry-in checks.
       01  WS-EXT-READ-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-CURR-YYYY            PIC 9(4).
           05  WS-CURR-MM              PIC 9(2).
           05  WS-CURR-DD              PIC 9(2).
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

      *    The prior run's extract is held in full so every
      *    confirmation can be matched against it and whatever is
               10  WS-EXT-ORIGDT3      PIC 9(8).
               10  WS-EXT-AMT3-R       PIC S9(7)V99.
               10  WS-EXT-CONFIRMED    PIC X(1).
      *        GL's posting reference, date and status from the
      *        confirmation that matched, for the item journal.
               10  WS-EXT-POST-REF     PIC X(12).
               10  WS-EXT-POST-DATE    PIC 9(8).
               10  WS-EXT-POST-STATUS  PIC X(1).

       01  WS-ORPHAN-MAX-ENTRIES       PIC 9(6) VALUE 100000.
       01  WS-ORPHAN-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-INDEX                    PIC 9(6).
       01  WS-MATCH-INDEX              PIC S9(6).

      *    Item-event journal: this run's events are stamped with
      *    the business date proved on the run ledger and the run's
      *    start time and numbered in run order, as TwoSum stamps
      *    its own.
       01  WS-RUN-STAMP                PIC 9(8) VALUE ZERO.
       01  WS-JRNL-SEQ                 PIC 9(6) VALUE ZERO.
       01  WS-JE-EVENT                 PIC X(1).
       01  WS-JE-DETAIL                PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-READ-RUN-PARAMETERS
           PERFORM 1800-CHECK-RUN-LEDGER
           PERFORM 2000-LOAD-EXTRACT
           PERFORM 2300-CHECK-LEDGER-INPUT
           PERFORM 4900-WRITE-LEDGER-START
           PERFORM 3000-MATCH-CONFIRMATIONS
           PERFORM 3500-WRITE-REINSTATEMENTS
           PERFORM 3600-WRITE-JOURNAL-EVENTS
           PERFORM 4000-WRITE-RECON-REPORT
           IF WS-UNCONFIRMED-COUNT > 0 OR WS-REJECTED-COUNT > 0
               OR WS-ORPHAN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 4910-WRITE-LEDGER-COMPLETE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-STAMP FROM TIME
           STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE
           MOVE ZERO TO WS-EXT-COUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           MOVE ZERO TO WS-REINST-LEG-COUNT.

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
                   DISPLAY "GLRECON: FATAL - BUSINESS DATE '"
                           WS-PRM-BUS-DATE-RAW "' ON TSRUNPRM IS "
                           "NOT NUMERIC - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1800-CHECK-RUN-LEDGER.
      *    Settles the business date and proves the chain before the
      *    extract is read: the producer (TwoSum unpartitioned, or
      *    TSConsol) must have completed for the date, and not have
      *    been started again since without completing - its extract
      *    may be half rewritten - and GLProof must have proved the
      *    extract since.  If this step has already completed since
      *    GLProof's latest completion, only an 'R' card lets it run
      *    again.  The third pass picks up the count and
      *    hash the ledger recorded for the producer's TSEXTRCT.
           IF WS-LDG-BUS-DATE = ZERO
               MOVE 1 TO WS-LDG-PASS
               PERFORM 1810-SCAN-RUN-LEDGER
               IF WS-LDG-BUS-DATE = ZERO
                   MOVE SPACES TO WS-LDG-MESSAGE
                   STRING "NO GLPROOF RUN HAS COMPLETED ON THE "
                           "LEDGER" DELIMITED BY SIZE
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
           IF WS-LDG-PROOF-SEQ < WS-LDG-PROD-SEQ
               MOVE SPACES TO WS-LDG-MESSAGE
               STRING "GLPROOF HAS NOT COMPLETED FOR "
                       WS-LDG-BUS-DATE " SINCE ITS LATEST "
                       DELIMITED BY SIZE
                       WS-LDG-PROD-STEP DELIMITED BY SPACE
                       " RUN" DELIMITED BY SIZE
                       INTO WS-LDG-MESSAGE
               PERFORM 1890-REFUSE-RUN
           END-IF
           IF WS-LDG-DONE-SEQ > WS-LDG-PROOF-SEQ
               PERFORM 1850-CHECK-RERUN-CARD
           END-IF
           MOVE 3 TO WS-LDG-PASS
           PERFORM 1810-SCAN-RUN-LEDGER
           DISPLAY "GLRECON: BUSINESS DATE " WS-LDG-BUS-DATE " - "
                   WS-LDG-PROD-STEP " RUN " WS-LDG-PROD-RUN-NO.

       1810-SCAN-RUN-LEDGER.
           MOVE ZERO TO WS-LDG-REC-SEQ
           OPEN INPUT RUN-LEDGER-FILE
           IF WS-LEDGER-ABSENT
               CONTINUE
           ELSE
               IF NOT WS-LEDGER-OK
                   DISPLAY "GLRECON: FATAL - RUN-LEDGER-FILE OPEN "
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
                       AND RL-STEP-GLPROOF
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
                       AND RL-DATASET = "TSEXTRCT"
                       MOVE "Y" TO WS-LDG-FILE-FOUND
                       MOVE RL-REC-COUNT TO WS-LDG-FILE-COUNT
                       MOVE RL-HASH-TOTAL TO WS-LDG-FILE-HASH
                   END-IF
           END-EVALUATE.

       1825-TEST-STEP-RECORD.
           IF RL-STEP-GLPROOF AND RL-COMPLETED
               MOVE WS-LDG-REC-SEQ TO WS-LDG-PROOF-SEQ
           END-IF
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
      *    Already reconciled since GLProof.  Only an 'R' card for this
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
               DISPLAY "GLRECON: RERUN OF BUSINESS DATE "
                       WS-LDG-BUS-DATE " AUTHORISED BY "
                       WS-RERUN-OPERATOR " - " WS-RERUN-REASON
           ELSE
               MOVE SPACES TO WS-LDG-MESSAGE
               IF WS-RERUN-CARD = "Y"
                   STRING "GLRECON ALREADY COMPLETED FOR "
                           WS-LDG-BUS-DATE " (RUN "
                           WS-LDG-DONE-RUN-NO ") - 'R' CARD DOES "
                           "NOT NAME THIS DATE AND AN OPERATOR"
                           DELIMITED BY SIZE INTO WS-LDG-MESSAGE
               ELSE
                   STRING "GLRECON ALREADY COMPLETED FOR "
                           WS-LDG-BUS-DATE " (RUN "
                           WS-LDG-DONE-RUN-NO ") - NO RERUN "
                           "AUTHORISATION CARD"
                           DELIMITED BY SIZE INTO WS-LDG-MESSAGE
               END-IF
               PERFORM 1890-REFUSE-RUN
           END-IF.

       1890-REFUSE-RUN.
           DISPLAY "GLRECON: FATAL - RUN LEDGER: " WS-LDG-MESSAGE
           DISPLAY "GLRECON: RUN REFUSED FOR BUSINESS DATE "
                   WS-LDG-BUS-DATE " - NO FILE TOUCHED"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       2000-LOAD-EXTRACT.
           OPEN INPUT EXTRACT-FILE
           IF NOT WS-EXTRACT-OK
      *    unless the table is full.
           ADD 1 TO WS-EXT-READ-COUNT
           ADD EXT-AMT1 TO WS-EXT-HASH-TOTAL
           IF EXT-PAIR-REC OR EXT-TRIPLET-REC OR EXT-REVERSAL-REC
               ADD EXT-AMT2 TO WS-EXT-HASH-TOTAL
           END-IF
           IF EXT-TRIPLET-REC OR EXT-REVERSAL-REC
               ADD EXT-AMT3 TO WS-EXT-HASH-TOTAL
           END-IF
           IF WS-EXT-COUNT < WS-EXT-MAX-ENTRIES
                   TO WS-EXT-REF3(WS-EXT-COUNT)
               MOVE EXT-ACCT3
                   TO WS-EXT-ACCT3(WS-EXT-COUNT)
               IF EXT-REC-TYPE = "3" OR EXT-REC-TYPE = "V"
                   MOVE EXT-VALDT3
                       TO WS-EXT-VALDT3(WS-EXT-COUNT)
                   MOVE EXT-ORIGDT3
               END-IF
               MOVE "N"
                   TO WS-EXT-CONFIRMED(WS-EXT-COUNT)
               MOVE SPACES TO WS-EXT-POST-REF(WS-EXT-COUNT)
               MOVE ZERO TO WS-EXT-POST-DATE(WS-EXT-COUNT)
               MOVE SPACE TO WS-EXT-POST-STATUS(WS-EXT-COUNT)
           ELSE
               ADD 1 TO WS-EXT-TRUNCATED-COUNT
           END-IF.
           MOVE 16 TO RETURN-CODE
           STOP RUN.

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
               DISPLAY "GLRECON: TSEXTRCT READ   " WS-LDG-EDIT-COUNT
                       " RECORD(S), HASH " WS-LDG-EDIT-HASH
               DISPLAY "GLRECON: LEDGER TSEXTRCT " WS-LDG-EDIT-COUNT2
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

       3000-MATCH-CONFIRMATIONS.
      *    One pass over the confirmation feed: each record is
      *    matched against the first still-unconfirmed extract entry
                   AND WS-EXT-AMT1(WS-INDEX) = CNF-AMT1
                   AND WS-EXT-IDX2(WS-INDEX) = CNF-IDX2
                   AND WS-EXT-AMT2(WS-INDEX) = CNF-AMT2
                   AND ((WS-EXT-REC-TYPE(WS-INDEX) NOT = "3"
                           AND WS-EXT-REC-TYPE(WS-INDEX) NOT = "V")
                       OR (WS-EXT-IDX3(WS-INDEX) = CNF-IDX3
                           AND WS-EXT-AMT3(WS-INDEX)
                               = CNF-AMT3(1:10)))
      *    posting: the clearing is marked rejected, not confirmed,
      *    so its legs go back through the reinstatement file.
           IF WS-MATCH-INDEX NOT = -1
               MOVE CNF-POST-REF TO WS-EXT-POST-REF(WS-MATCH-INDEX)
               MOVE CNF-POST-STATUS
                   TO WS-EXT-POST-STATUS(WS-MATCH-INDEX)
               IF CNF-POST-DATE IS NUMERIC
                   MOVE CNF-POST-DATE
                       TO WS-EXT-POST-DATE(WS-MATCH-INDEX)
               END-IF
               IF CNF-POST-STATUS = "P"
                   MOVE "Y" TO WS-EXT-CONFIRMED(WS-MATCH-INDEX)
                   ADD 1 TO WS-CONFIRMED-COUNT
      *    An unconfirmed manual match is left alone - reinstating
      *    it would silently undo the investigator's card - but one
      *    GL explicitly rejected really did fail to post and goes
      *    back like any other clearing.  A reversal is never
      *    reinstated, confirmed or not: TwoSum returned its legs to
      *    suspense the day it wrote it, so they are already open
      *    and sending them back again would double them up.  A
      *    reversal GL rejected or never confirmed is left on the
      *    exception lists for the GL team to post by hand.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-EXT-COUNT
               IF WS-EXT-REC-TYPE(WS-INDEX) NOT = "V"
                   AND (WS-EXT-CONFIRMED(WS-INDEX) = "R"
                   OR (WS-EXT-CONFIRMED(WS-INDEX) = "N"
                       AND WS-EXT-REC-TYPE(WS-INDEX) NOT = "4"))
                   PERFORM 3550-WRITE-REINSTATE-LEGS
               END-IF
           END-PERFORM
               ADD CF-AMOUNT TO WS-REINST-HASH-TOTAL
           END-IF.

       3600-WRITE-JOURNAL-EVENTS.
      *    Each reconciled clearing's outcome, leg by leg, appended
      *    to the permanent item journal: 'C' confirmed or 'J'
      *    rejected by GL, and 'I' for every leg 3500 has just sent
      *    back through TSREINST - after a 'J' for a rejection, on
      *    its own for a clearing GL never confirmed.  An absent
      *    manual-match confirmation is no event at all, exactly as
      *    it is no exception.  A reversal's legs get the 'C' or 'J'
      *    for GL's posting of the reversal but never an 'I' - they
      *    went back to suspense in TwoSum - so an unconfirmed
      *    reversal writes nothing; it stands on the report.
           OPEN EXTEND JOURNAL-FILE
           IF NOT WS-JOURNAL-OK
               DISPLAY "GLRECON: FATAL - JOURNAL-FILE OPEN FAILED, "
                       "STATUS " WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-EXT-COUNT
               EVALUATE TRUE
                   WHEN WS-EXT-CONFIRMED(WS-INDEX) = "Y"
                       AND WS-EXT-REC-TYPE(WS-INDEX) = "V"
                       MOVE "C" TO WS-JE-EVENT
                       MOVE "REVERSAL POSTED BY GL" TO WS-JE-DETAIL
                       PERFORM 3650-JOURNAL-CLEARING-LEGS
                   WHEN WS-EXT-CONFIRMED(WS-INDEX) = "Y"
                       MOVE "C" TO WS-JE-EVENT
                       MOVE "POSTED BY GL" TO WS-JE-DETAIL
                       PERFORM 3650-JOURNAL-CLEARING-LEGS
                   WHEN WS-EXT-CONFIRMED(WS-INDEX) = "R"
                       AND WS-EXT-REC-TYPE(WS-INDEX) = "V"
                       MOVE "J" TO WS-JE-EVENT
                       MOVE SPACES TO WS-JE-DETAIL
                       STRING "REVERSAL REJECTED - STATUS "
                               WS-EXT-POST-STATUS(WS-INDEX)
                               DELIMITED BY SIZE INTO WS-JE-DETAIL
                       PERFORM 3650-JOURNAL-CLEARING-LEGS
                   WHEN WS-EXT-CONFIRMED(WS-INDEX) = "R"
                       MOVE "J" TO WS-JE-EVENT
                       MOVE SPACES TO WS-JE-DETAIL
                       STRING "REJECTED BY GL - STATUS "
                               WS-EXT-POST-STATUS(WS-INDEX)
                               DELIMITED BY SIZE INTO WS-JE-DETAIL
                       PERFORM 3650-JOURNAL-CLEARING-LEGS
                       MOVE "I" TO WS-JE-EVENT
                       MOVE "REINSTATED - GL REJECTED"
                           TO WS-JE-DETAIL
                       PERFORM 3650-JOURNAL-CLEARING-LEGS
                   WHEN WS-EXT-REC-TYPE(WS-INDEX) NOT = "4"
                       AND WS-EXT-REC-TYPE(WS-INDEX) NOT = "V"
                       MOVE "I" TO WS-JE-EVENT
                       MOVE "REINSTATED - NOT CONFIRMED"
                           TO WS-JE-DETAIL
                       PERFORM 3650-JOURNAL-CLEARING-LEGS
               END-EVALUATE
           END-PERFORM
           CLOSE JOURNAL-FILE.

       3650-JOURNAL-CLEARING-LEGS.
      *    One event per leg of extract entry WS-INDEX, each naming
      *    the refs of the clearing's other legs, as TwoSum's 'M'
      *    events do.  A reversal carries whichever legs the clearing
      *    it reverses had, so its legs 2 and 3 are journalled when
      *    their refs are present.
           PERFORM 3660-BUILD-JOURNAL-EVENT
           MOVE WS-EXT-REF1(WS-INDEX) TO JR-REF-NO
           MOVE WS-EXT-ACCT1(WS-INDEX) TO JR-ACCOUNT
           MOVE WS-EXT-AMT1(WS-INDEX) TO JR-AMOUNT
           MOVE WS-EXT-VALDT1(WS-INDEX) TO JR-VALUE-DATE
           MOVE WS-EXT-ORIGDT1(WS-INDEX) TO JR-ORIG-DATE
           IF WS-EXT-REC-TYPE(WS-INDEX) NOT = "4"
               MOVE WS-EXT-REF2(WS-INDEX) TO JR-PARTNER-REF1
           END-IF
           IF WS-EXT-REC-TYPE(WS-INDEX) = "3"
               OR WS-EXT-REC-TYPE(WS-INDEX) = "V"
               MOVE WS-EXT-REF3(WS-INDEX) TO JR-PARTNER-REF2
           END-IF
           PERFORM 3670-WRITE-JOURNAL-RECORD
           IF WS-EXT-REC-TYPE(WS-INDEX) = "2"
               OR WS-EXT-REC-TYPE(WS-INDEX) = "3"
               OR (WS-EXT-REC-TYPE(WS-INDEX) = "V"
                   AND WS-EXT-REF2(WS-INDEX) NOT = SPACES)
               PERFORM 3660-BUILD-JOURNAL-EVENT
               MOVE WS-EXT-REF2(WS-INDEX) TO JR-REF-NO
               MOVE WS-EXT-ACCT2(WS-INDEX) TO JR-ACCOUNT
               MOVE WS-EXT-AMT2(WS-INDEX) TO JR-AMOUNT
               MOVE WS-EXT-VALDT2(WS-INDEX) TO JR-VALUE-DATE
               MOVE WS-EXT-ORIGDT2(WS-INDEX) TO JR-ORIG-DATE
               MOVE WS-EXT-REF1(WS-INDEX) TO JR-PARTNER-REF1
               IF WS-EXT-REC-TYPE(WS-INDEX) = "3"
                   OR WS-EXT-REC-TYPE(WS-INDEX) = "V"
                   MOVE WS-EXT-REF3(WS-INDEX) TO JR-PARTNER-REF2
               END-IF
               PERFORM 3670-WRITE-JOURNAL-RECORD
           END-IF
           IF WS-EXT-REC-TYPE(WS-INDEX) = "3"
               OR (WS-EXT-REC-TYPE(WS-INDEX) = "V"
                   AND WS-EXT-REF3(WS-INDEX) NOT = SPACES)
               PERFORM 3660-BUILD-JOURNAL-EVENT
               MOVE WS-EXT-REF3(WS-INDEX) TO JR-REF-NO
               MOVE WS-EXT-ACCT3(WS-INDEX) TO JR-ACCOUNT
               MOVE WS-EXT-AMT3-R(WS-INDEX) TO JR-AMOUNT
               MOVE WS-EXT-VALDT3(WS-INDEX) TO JR-VALUE-DATE
               MOVE WS-EXT-ORIGDT3(WS-INDEX) TO JR-ORIG-DATE
               MOVE WS-EXT-REF1(WS-INDEX) TO JR-PARTNER-REF1
               MOVE WS-EXT-REF2(WS-INDEX) TO JR-PARTNER-REF2
               PERFORM 3670-WRITE-JOURNAL-RECORD
           END-IF.

       3660-BUILD-JOURNAL-EVENT.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE WS-JE-EVENT TO JR-EVENT
           MOVE WS-EXT-CURRENCY(WS-INDEX) TO JR-CURRENCY
           MOVE WS-EXT-BUCKET-ID(WS-INDEX) TO JR-BUCKET-ID
           MOVE WS-EXT-REC-TYPE(WS-INDEX) TO JR-EXT-TYPE
           MOVE WS-EXT-TARGET-SEQ(WS-INDEX) TO JR-TARGET-SEQ
           MOVE WS-EXT-POST-REF(WS-INDEX) TO JR-POST-REF
           MOVE WS-EXT-POST-DATE(WS-INDEX) TO JR-POST-DATE
           MOVE WS-JE-DETAIL TO JR-DETAIL.

       3670-WRITE-JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-LDG-BUS-DATE TO JR-BUS-DATE
           MOVE WS-RUN-STAMP TO JR-RUN-STAMP
           MOVE "GLRECON" TO JR-PROGRAM
           MOVE SPACES TO JR-PARTITION-ID
           MOVE WS-JRNL-SEQ TO JR-EVENT-SEQ
           WRITE JOURNAL-RECORD.

       4000-WRITE-RECON-REPORT.
           OPEN OUTPUT RECON-REPORT-FILE
           IF NOT WS-RECON-REPORT-OK
           MOVE WS-ORPHAN-POST-REF(WS-INDEX) TO RCN-DET-POST-REF
           WRITE RECON-REPORT-RECORD FROM RCN-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       4900-WRITE-LEDGER-START.
           PERFORM 4940-OPEN-LEDGER-OUTPUT
           PERFORM 4930-BUILD-STEP-RECORD
           MOVE "S" TO RL-STATUS
           WRITE LEDGER-RECORD FROM RUN-LEDGER-RECORD
           CLOSE RUN-LEDGER-FILE.

       4910-WRITE-LEDGER-COMPLETE.
      *    The reinstatement file's count and hash are what the next
      *    business date's TwoSum proves its TSREINST against.
           PERFORM 4940-OPEN-LEDGER-OUTPUT
           PERFORM 4930-BUILD-STEP-RECORD
           MOVE "F" TO RL-REC-TYPE
           MOVE SPACES TO RL-FILE-DATA
           MOVE "TSREINST" TO RL-DATASET
           MOVE WS-REINST-LEG-COUNT TO RL-REC-COUNT
           MOVE WS-REINST-HASH-TOTAL TO RL-HASH-TOTAL
           WRITE LEDGER-RECORD FROM RUN-LEDGER-RECORD
           PERFORM 4930-BUILD-STEP-RECORD
           MOVE "C" TO RL-STATUS
           MOVE RETURN-CODE TO RL-RETURN-CODE
           WRITE LEDGER-RECORD FROM RUN-LEDGER-RECORD
           CLOSE RUN-LEDGER-FILE
           DISPLAY "GLRECON: RUN LEDGER - BUSINESS DATE "
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
               DISPLAY "GLRECON: FATAL - RUN-LEDGER-FILE OPEN FAILED, "
                       "STATUS " WS-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
