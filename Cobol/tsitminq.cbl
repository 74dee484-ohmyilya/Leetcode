      *****************************************************************
      * PROGRAM-ID. ItemInq
      *
      * On-request inquiry against the permanent item-event journal
      * (TSJRNL) that TwoSum and GLRecon append to: given selection
      * cards (TSINQPRM) naming a list of reference numbers, an
      * account, or a business-date range, prints each selected
      * item's full life story in the order it happened - loaded,
      * duplicated, held and released, carried forward, matched
      * (with the refs it cleared against), written off, confirmed
      * or rejected by GL, reinstated, its clearing reversed and the
      * reversal confirmed or rejected by GL - so "what happened to
      * ref X" no longer means pulling weeks of TSRPT, TSEXTRCT,
      * TSCARRYO, TSREINST and TSWRTOFF copies.  The journal is read
      * twice: the first pass settles which items are selected, the
      * second gathers every event for those items, so an item
      * selected by one event in the date range still shows the
      * events outside it.  Items and events beyond the table limits
      * are counted and flagged on the report, never silently
      * dropped.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ItemInq.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INQPARM-FILE ASSIGN TO "TSINQPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQPARM-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "TSJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT INQUIRY-REPORT-FILE ASSIGN TO "TSINQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQUIRY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INQPARM-FILE
           RECORDING MODE IS F.
       COPY TSINQPRM.

      *    The journal is read into its layout in working storage so
      *    the kept events can be moved back into it for printing
      *    after the file is closed.
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       01  JOURNAL-IN-RECORD               PIC X(210).

       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       COPY TSINQLN.
       COPY TSJRNL.
       01  WS-INQPARM-STATUS           PIC XX.
           88  WS-INQPARM-OK           VALUE "00".
           88  WS-INQPARM-EOF          VALUE "10".
           88  WS-INQPARM-NOT-FOUND    VALUE "05" "35".

       01  WS-JOURNAL-STATUS           PIC XX.
           88  WS-JOURNAL-OK           VALUE "00".
           88  WS-JOURNAL-EOF          VALUE "10".
           88  WS-JOURNAL-NOT-FOUND    VALUE "35".

       01  WS-INQUIRY-REPORT-STATUS    PIC XX.
           88  WS-INQUIRY-REPORT-OK    VALUE "00".

       01  WS-RUN-DATE                 PIC X(10).
       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY            PIC 9(4).
           05  WS-CURR-MM              PIC 9(2).
           05  WS-CURR-DD              PIC 9(2).

      *    Account and date-range selections from the cards.  'R'
      *    cards go straight into the item table instead.
       01  WS-SEL-MAX-ENTRIES          PIC 9(4) VALUE 100.
       01  WS-SEL-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-SEL-TRUNCATED-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-SEL-TABLE.
           05  WS-SEL-ENTRY
                   OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-SEL-COUNT.
               10  WS-SEL-TYPE         PIC X(1).
               10  WS-SEL-ACCOUNT      PIC X(10).
               10  WS-SEL-FROM-DATE    PIC 9(8).
               10  WS-SEL-TO-DATE      PIC 9(8).
       01  WS-SEL-SCAN                 PIC 9(4).
       01  WS-SEL-HIT                  PIC X(1).

      *    The selected items, in the order they were first
      *    selected - ref cards first, in card order, then items
      *    picked up by account or date in journal order.
       01  WS-ITM-MAX-ENTRIES          PIC 9(4) VALUE 500.
       01  WS-ITM-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-ITM-TRUNCATED-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-ITM-TABLE.
           05  WS-ITM-ENTRY
                   OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-ITM-COUNT.
               10  WS-ITM-REF-NO       PIC X(12).
               10  WS-ITM-EVENTS       PIC 9(6).
       01  WS-ITM-FOUND                PIC S9(5).
       01  WS-ITM-INDEX                PIC 9(4).

      *    Every journal event for the selected items, in journal
      *    order - which is the order the events happened, since
      *    the journal is only ever appended to.
       01  WS-EVT-MAX-ENTRIES          PIC 9(6) VALUE 5000.
       01  WS-EVT-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-EVT-TRUNCATED-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-EVT-TABLE.
           05  WS-EVT-ENTRY
                   OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-EVT-COUNT.
               10  WS-EVT-ITEM         PIC 9(4).
               10  WS-EVT-RECORD       PIC X(210).
       01  WS-EVT-INDEX                PIC 9(6).

       01  WS-CARDS-READ               PIC 9(6) VALUE ZERO.
       01  WS-CARDS-REJECTED           PIC 9(6) VALUE ZERO.
       01  WS-JRNL-READ-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-EVENTS-PRINTED           PIC 9(6) VALUE ZERO.
       01  WS-ITEMS-NOT-ON-FILE        PIC 9(4) VALUE ZERO.
       01  WS-SEARCH-REF               PIC X(12).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-SELECTIONS
           PERFORM 2000-SELECT-ITEMS
           PERFORM 3000-LOAD-EVENTS
           PERFORM 4000-WRITE-INQUIRY-REPORT
           IF WS-CARDS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-MM "/" WS-CURR-DD "/" WS-CURR-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE
           MOVE ZERO TO WS-SEL-COUNT
           MOVE ZERO TO WS-ITM-COUNT
           MOVE ZERO TO WS-EVT-COUNT.

       1500-LOAD-SELECTIONS.
      *    An inquiry with nothing to inquire about is a set-up
      *    error, not an empty report.
           OPEN INPUT INQPARM-FILE
           IF NOT WS-INQPARM-OK AND NOT WS-INQPARM-NOT-FOUND
               DISPLAY "ITEMINQ: FATAL - INQPARM-FILE OPEN FAILED, "
                       "STATUS " WS-INQPARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-INQPARM-OK
               PERFORM UNTIL WS-INQPARM-EOF
                   READ INQPARM-FILE
                       AT END
                           SET WS-INQPARM-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARDS-READ
                           PERFORM 1550-EDIT-SELECTION-CARD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INQPARM-FILE
           IF WS-ITM-COUNT = 0 AND WS-SEL-COUNT = 0
               DISPLAY "ITEMINQ: FATAL - NO VALID SELECTION CARDS "
                       "ON TSINQPRM, NOTHING TO INQUIRE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SEL-TRUNCATED-COUNT > 0
               DISPLAY "ITEMINQ: WARNING - "
                       WS-SEL-TRUNCATED-COUNT
                       " ACCOUNT/DATE CARD(S) BEYOND THE "
                       WS-SEL-MAX-ENTRIES "-ENTRY LIMIT IGNORED"
           END-IF.

       1550-EDIT-SELECTION-CARD.
           EVALUATE TRUE
               WHEN INQ-REF-REC AND INQ-REF-NO NOT = SPACES
                   MOVE INQ-REF-NO TO WS-SEARCH-REF
                   PERFORM 2200-ADD-SELECTED-ITEM
               WHEN INQ-ACCOUNT-REC AND INQ-ACCOUNT NOT = SPACES
                   PERFORM 1560-ADD-SELECTION
                   IF WS-SEL-TRUNCATED-COUNT = 0
                       MOVE INQ-ACCOUNT
                           TO WS-SEL-ACCOUNT(WS-SEL-COUNT)
                   END-IF
               WHEN INQ-DATE-REC
                       AND INQ-FROM-DATE IS NUMERIC
                       AND INQ-TO-DATE IS NUMERIC
                       AND INQ-FROM-DATE NOT > INQ-TO-DATE
                   PERFORM 1560-ADD-SELECTION
                   IF WS-SEL-TRUNCATED-COUNT = 0
                       MOVE INQ-FROM-DATE
                           TO WS-SEL-FROM-DATE(WS-SEL-COUNT)
                       MOVE INQ-TO-DATE
                           TO WS-SEL-TO-DATE(WS-SEL-COUNT)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CARDS-REJECTED
                   DISPLAY "ITEMINQ: WARNING - SELECTION CARD "
                           WS-CARDS-READ " REJECTED: "
                           INQPARM-RECORD(1:40)
           END-EVALUATE.

       1560-ADD-SELECTION.
           IF WS-SEL-COUNT < WS-SEL-MAX-ENTRIES
               ADD 1 TO WS-SEL-COUNT
               MOVE INQ-REC-TYPE TO WS-SEL-TYPE(WS-SEL-COUNT)
               MOVE SPACES TO WS-SEL-ACCOUNT(WS-SEL-COUNT)
               MOVE ZERO TO WS-SEL-FROM-DATE(WS-SEL-COUNT)
               MOVE ZERO TO WS-SEL-TO-DATE(WS-SEL-COUNT)
           ELSE
               ADD 1 TO WS-SEL-TRUNCATED-COUNT
           END-IF.

       2000-SELECT-ITEMS.
      *    First pass: every item with at least one event matching
      *    an account or date card joins the item table.  Only
      *    needed when there are such cards.  No journal at all is
      *    an empty journal (a brand-new installation) - the report
      *    then says each item has no events.
           IF WS-SEL-COUNT > 0
               OPEN INPUT JOURNAL-FILE
               IF WS-JOURNAL-NOT-FOUND
                   CONTINUE
               ELSE
                   IF NOT WS-JOURNAL-OK
                       DISPLAY "ITEMINQ: FATAL - JOURNAL-FILE OPEN "
                               "FAILED, STATUS " WS-JOURNAL-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM UNTIL WS-JOURNAL-EOF
                       READ JOURNAL-FILE INTO JOURNAL-RECORD
                           AT END
                               SET WS-JOURNAL-EOF TO TRUE
                           NOT AT END
                               PERFORM 2100-TEST-EVENT
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE JOURNAL-FILE
           END-IF.

       2100-TEST-EVENT.
           MOVE "N" TO WS-SEL-HIT
           PERFORM VARYING WS-SEL-SCAN FROM 1 BY 1
                   UNTIL WS-SEL-SCAN > WS-SEL-COUNT
                       OR WS-SEL-HIT = "Y"
               IF WS-SEL-TYPE(WS-SEL-SCAN) = "A"
                   IF JR-ACCOUNT = WS-SEL-ACCOUNT(WS-SEL-SCAN)
                       MOVE "Y" TO WS-SEL-HIT
                   END-IF
               ELSE
                   IF JR-BUS-DATE NOT < WS-SEL-FROM-DATE(WS-SEL-SCAN)
                       AND JR-BUS-DATE
                           NOT > WS-SEL-TO-DATE(WS-SEL-SCAN)
                       MOVE "Y" TO WS-SEL-HIT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SEL-HIT = "Y"
               MOVE JR-REF-NO TO WS-SEARCH-REF
               PERFORM 2200-ADD-SELECTED-ITEM
           END-IF.

       2200-ADD-SELECTED-ITEM.
      *    Adds WS-SEARCH-REF to the item table unless it is already
      *    there; an item beyond the table limit is counted once
      *    per selecting card or event.
           PERFORM 2300-FIND-ITEM
           IF WS-ITM-FOUND = -1
               IF WS-ITM-COUNT < WS-ITM-MAX-ENTRIES
                   ADD 1 TO WS-ITM-COUNT
                   MOVE WS-SEARCH-REF TO WS-ITM-REF-NO(WS-ITM-COUNT)
                   MOVE ZERO TO WS-ITM-EVENTS(WS-ITM-COUNT)
               ELSE
                   ADD 1 TO WS-ITM-TRUNCATED-COUNT
               END-IF
           END-IF.

       2300-FIND-ITEM.
           MOVE -1 TO WS-ITM-FOUND
           PERFORM VARYING WS-ITM-INDEX FROM 1 BY 1
                   UNTIL WS-ITM-INDEX > WS-ITM-COUNT
                       OR WS-ITM-FOUND NOT = -1
               IF WS-ITM-REF-NO(WS-ITM-INDEX) = WS-SEARCH-REF
                   MOVE WS-ITM-INDEX TO WS-ITM-FOUND
               END-IF
           END-PERFORM.

       3000-LOAD-EVENTS.
      *    Second pass: every event of every selected item, in
      *    journal order.
           MOVE SPACES TO WS-JOURNAL-STATUS
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-JOURNAL-OK
                   DISPLAY "ITEMINQ: FATAL - JOURNAL-FILE OPEN "
                           "FAILED, STATUS " WS-JOURNAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-JOURNAL-EOF
                   READ JOURNAL-FILE INTO JOURNAL-RECORD
                       AT END
                           SET WS-JOURNAL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JRNL-READ-COUNT
                           PERFORM 3100-KEEP-EVENT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE JOURNAL-FILE
           IF WS-EVT-TRUNCATED-COUNT > 0
               DISPLAY "ITEMINQ: WARNING - "
                       WS-EVT-TRUNCATED-COUNT
                       " EVENT(S) BEYOND THE "
                       WS-EVT-MAX-ENTRIES "-ENTRY LIMIT NOT PRINTED"
           END-IF.

       3100-KEEP-EVENT.
           MOVE JR-REF-NO TO WS-SEARCH-REF
           PERFORM 2300-FIND-ITEM
           IF WS-ITM-FOUND NOT = -1
               IF WS-EVT-COUNT < WS-EVT-MAX-ENTRIES
                   ADD 1 TO WS-EVT-COUNT
                   MOVE WS-ITM-FOUND TO WS-EVT-ITEM(WS-EVT-COUNT)
                   MOVE JOURNAL-RECORD TO WS-EVT-RECORD(WS-EVT-COUNT)
                   ADD 1 TO WS-ITM-EVENTS(WS-ITM-FOUND)
               ELSE
                   ADD 1 TO WS-EVT-TRUNCATED-COUNT
               END-IF
           END-IF.

       4000-WRITE-INQUIRY-REPORT.
           OPEN OUTPUT INQUIRY-REPORT-FILE
           IF NOT WS-INQUIRY-REPORT-OK
               DISPLAY "ITEMINQ: FATAL - INQUIRY-REPORT-FILE OPEN "
                       "FAILED, STATUS " WS-INQUIRY-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO IQ-RUN-DATE
           WRITE INQUIRY-REPORT-RECORD FROM IQ-TITLE-LINE
           WRITE INQUIRY-REPORT-RECORD FROM IQ-BLANK-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-SEL-SCAN FROM 1 BY 1
                   UNTIL WS-SEL-SCAN > WS-SEL-COUNT
               PERFORM 4050-WRITE-SELECTION-LINE
           END-PERFORM
           IF WS-ITM-COUNT = 0
               WRITE INQUIRY-REPORT-RECORD FROM IQ-BLANK-LINE
                   AFTER ADVANCING 1 LINE
               WRITE INQUIRY-REPORT-RECORD FROM IQ-NO-ITEMS-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM VARYING WS-ITM-INDEX FROM 1 BY 1
                       UNTIL WS-ITM-INDEX > WS-ITM-COUNT
                   PERFORM 4100-WRITE-ITEM-HISTORY
               END-PERFORM
           END-IF
           WRITE INQUIRY-REPORT-RECORD FROM IQ-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE "JOURNAL EVENTS READ     : " TO IQ-COUNT-LABEL
           MOVE WS-JRNL-READ-COUNT TO IQ-COUNT-VALUE
           WRITE INQUIRY-REPORT-RECORD FROM IQ-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "ITEMS SELECTED          : " TO IQ-COUNT-LABEL
           MOVE WS-ITM-COUNT TO IQ-COUNT-VALUE
           WRITE INQUIRY-REPORT-RECORD FROM IQ-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "ITEMS NOT ON JOURNAL    : " TO IQ-COUNT-LABEL
           MOVE WS-ITEMS-NOT-ON-FILE TO IQ-COUNT-VALUE
           WRITE INQUIRY-REPORT-RECORD FROM IQ-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "EVENTS PRINTED          : " TO IQ-COUNT-LABEL
           MOVE WS-EVENTS-PRINTED TO IQ-COUNT-VALUE
           WRITE INQUIRY-REPORT-RECORD FROM IQ-COUNT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-CARDS-REJECTED > 0
               MOVE "SELECTION CARDS REJECTED: " TO IQ-COUNT-LABEL
               MOVE WS-CARDS-REJECTED TO IQ-COUNT-VALUE
               WRITE INQUIRY-REPORT-RECORD FROM IQ-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-ITM-TRUNCATED-COUNT > 0
               MOVE "ITEMS NOT REPORTED      : " TO IQ-COUNT-LABEL
               MOVE WS-ITM-TRUNCATED-COUNT TO IQ-COUNT-VALUE
               WRITE INQUIRY-REPORT-RECORD FROM IQ-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-EVT-TRUNCATED-COUNT > 0
               MOVE "EVENTS NOT REPORTED     : " TO IQ-COUNT-LABEL
               MOVE WS-EVT-TRUNCATED-COUNT TO IQ-COUNT-VALUE
               WRITE INQUIRY-REPORT-RECORD FROM IQ-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           CLOSE INQUIRY-REPORT-FILE
           DISPLAY "ITEMINQ: RUN COMPLETE - SEE REPORT TSINQRPT".

       4050-WRITE-SELECTION-LINE.
           MOVE SPACES TO IQ-SEL-TO-LIT
           MOVE SPACES TO IQ-SEL-TO-VALUE
           IF WS-SEL-TYPE(WS-SEL-SCAN) = "A"
               MOVE "ACCOUNT" TO IQ-SEL-TYPE
               MOVE WS-SEL-ACCOUNT(WS-SEL-SCAN) TO IQ-SEL-VALUE
           ELSE
               MOVE "DATES" TO IQ-SEL-TYPE
               MOVE WS-SEL-FROM-DATE(WS-SEL-SCAN) TO IQ-SEL-VALUE
               MOVE " TO " TO IQ-SEL-TO-LIT
               MOVE WS-SEL-TO-DATE(WS-SEL-SCAN) TO IQ-SEL-TO-VALUE
           END-IF
           WRITE INQUIRY-REPORT-RECORD FROM IQ-SELECTION-LINE
               AFTER ADVANCING 1 LINE.

       4100-WRITE-ITEM-HISTORY.
           WRITE INQUIRY-REPORT-RECORD FROM IQ-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-ITM-REF-NO(WS-ITM-INDEX) TO IQ-ITEM-REF
           MOVE WS-ITM-EVENTS(WS-ITM-INDEX) TO IQ-ITEM-EVENTS
           WRITE INQUIRY-REPORT-RECORD FROM IQ-ITEM-LINE
               AFTER ADVANCING 1 LINE
           IF WS-ITM-EVENTS(WS-ITM-INDEX) = 0
               ADD 1 TO WS-ITEMS-NOT-ON-FILE
               WRITE INQUIRY-REPORT-RECORD FROM IQ-NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE INQUIRY-REPORT-RECORD FROM IQ-COLUMN-HEADING
                   AFTER ADVANCING 1 LINE
               PERFORM VARYING WS-EVT-INDEX FROM 1 BY 1
                       UNTIL WS-EVT-INDEX > WS-EVT-COUNT
                   IF WS-EVT-ITEM(WS-EVT-INDEX) = WS-ITM-INDEX
                       PERFORM 4200-WRITE-EVENT-LINE
                   END-IF
               END-PERFORM
           END-IF.

       4200-WRITE-EVENT-LINE.
           MOVE WS-EVT-RECORD(WS-EVT-INDEX) TO JOURNAL-RECORD
           MOVE JR-BUS-DATE TO IQ-DET-BUS-DATE
           COMPUTE IQ-DET-RUN = JR-RUN-STAMP / 100
           MOVE JR-PROGRAM TO IQ-DET-PROGRAM
           EVALUATE TRUE
               WHEN JR-LOADED
                   MOVE "LOADED" TO IQ-DET-EVENT
               WHEN JR-DUPLICATE
                   MOVE "DUPLICATE" TO IQ-DET-EVENT
               WHEN JR-CARRIED
                   MOVE "CARRIED FWD" TO IQ-DET-EVENT
               WHEN JR-HELD
                   MOVE "HELD" TO IQ-DET-EVENT
               WHEN JR-RELEASED
                   MOVE "RELEASED" TO IQ-DET-EVENT
               WHEN JR-MATCHED AND JR-EXT-TYPE = "2"
                   MOVE "MATCHED PAIR" TO IQ-DET-EVENT
               WHEN JR-MATCHED AND JR-EXT-TYPE = "3"
                   MOVE "MATCHED TRIP" TO IQ-DET-EVENT
               WHEN JR-MATCHED
                   MOVE "MATCHED MAN" TO IQ-DET-EVENT
               WHEN JR-WRITTEN-OFF
                   MOVE "WRITTEN OFF" TO IQ-DET-EVENT
               WHEN JR-REVERSED
                   MOVE "REVERSED" TO IQ-DET-EVENT
               WHEN JR-GL-CONFIRMED AND JR-EXT-TYPE = "V"
                   MOVE "GL CONF REV" TO IQ-DET-EVENT
               WHEN JR-GL-CONFIRMED
                   MOVE "GL CONFIRMED" TO IQ-DET-EVENT
               WHEN JR-GL-REJECTED AND JR-EXT-TYPE = "V"
                   MOVE "GL REJ REV" TO IQ-DET-EVENT
               WHEN JR-GL-REJECTED
                   MOVE "GL REJECTED" TO IQ-DET-EVENT
               WHEN JR-REINSTATED
                   MOVE "REINSTATED" TO IQ-DET-EVENT
               WHEN OTHER
                   MOVE JR-EVENT TO IQ-DET-EVENT
           END-EVALUATE
           MOVE JR-ACCOUNT TO IQ-DET-ACCOUNT
           MOVE JR-CURRENCY TO IQ-DET-CURRENCY
           MOVE JR-AMOUNT TO IQ-DET-AMOUNT
           MOVE JR-PARTNER-REF1 TO IQ-DET-PARTNER1
           MOVE JR-PARTNER-REF2 TO IQ-DET-PARTNER2
           MOVE JR-OPERATOR TO IQ-DET-OPERATOR
           MOVE JR-DETAIL TO IQ-DET-DETAIL
           WRITE INQUIRY-REPORT-RECORD FROM IQ-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-EVENTS-PRINTED
           IF JR-APPROVER NOT = SPACES
               OR JR-GL-ACCOUNT NOT = SPACES
               OR JR-POST-REF NOT = SPACES
               MOVE JR-APPROVER TO IQ-EXT-APPROVER
               MOVE JR-GL-ACCOUNT TO IQ-EXT-GL-ACCOUNT
               MOVE JR-POST-REF TO IQ-EXT-POST-REF
               IF JR-POST-DATE IS NUMERIC AND JR-POST-DATE > 0
                   MOVE JR-POST-DATE TO IQ-EXT-POST-DATE
               ELSE
                   MOVE SPACES TO IQ-EXT-POST-DATE
               END-IF
               WRITE INQUIRY-REPORT-RECORD FROM IQ-EXTRA-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
