       IDENTIFICATION DIVISION.
           PROGRAM-ID. AML-SURVEILLANCE INITIAL.
           *> Unusual-activity surveillance for the AML review. Every
           *> client-initiated movement on file - the DEP and WDR
           *> postings CASH-MAINTENANCE writes to CASH-LEDGER.txt and
           *> the BUY and SELL entries on the dated journals - is sorted
           *> by account and date, and each account's activity in the
           *> review window (today, by default) is tested against the
           *> rules on AML-RULES.txt:
           *>   LARGE-DEP / LARGE-WDR - one deposit or withdrawal at or
           *>     over the reporting threshold;
           *>   STRUCTURE  - several deposits each just under the
           *>     threshold inside the structuring window;
           *>   NO-INVEST  - a withdrawal taking out most of what was
           *>     deposited within the period, with nothing bought;
           *>   ROUND-TRIP - a sale within a few days of buying the
           *>     same symbol;
           *>   DORMANT    - the first activity after an account has
           *>     been quiet longer than the dormancy period.
           *> Amounts are compared in home currency through
           *> FX-RATE-LOOKUP. Each case is filed OPEN on AML-ALERTS.dat
           *> for AML-REVIEW to clear or escalate, and listed on the
           *> dated AML-ALERTS-yyyymmdd.txt. A rerun the same day
           *> replaces the day's alerts still OPEN and leaves the ones
           *> already reviewed alone.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-FILE
           ASSIGN TO '../CASH-LEDGER.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASH-STATUS.

           SELECT JOURNAL-FILE
           ASSIGN TO WS-JOURNAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JOURNAL-INDEX-FILE              *> Register of journal days
           ASSIGN TO '../TXN-JOURNAL-INDEX.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INDEX-STATUS.

           SELECT STOCKS-FILE
           ASSIGN TO '../STOCKS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SSYMBOL
           FILE STATUS IS WS-STOCKS-STATUS.

           SELECT RULE-FILE                       *> Optional surveillance rules
           ASSIGN TO '../AML-RULES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RULE-STATUS.

           SELECT ALERT-FILE
           ASSIGN TO '../AML-ALERTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AML-ALERT-KEY
           FILE STATUS IS WS-ALERT-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
           ASSIGN TO '../AML-SORTWORK.tmp'.       *> GnuCOBOL work file for the SORT verb

       DATA DIVISION.
       FILE SECTION.
       FD CASH-FILE.
       COPY '../CASH-LEDGER.dat'.

       FD JOURNAL-FILE.
       COPY '../TRANSACTION-JOURNAL.dat'.

       FD JOURNAL-INDEX-FILE.
       COPY '../TXN-JOURNAL-INDEX.dat'.

       FD STOCKS-FILE.
       01 STOCKS-RECORD.
           02 SSYMBOL PIC X(7).
           02 SNAME PIC X(25).
           02 CPRICE PIC 9(6)V99.
           02 SPRICE-DATE PIC 9(8).
           02 SSECTOR PIC X(12).
           02 SASSET-CLASS PIC X(6).
           02 SCURRENCY PIC X(3).

       FD RULE-FILE.
       01 RULE-RECORD.
           *> e.g. 001000000000900000010030900300050365001 -
           *> $10,000 threshold, deposits from $9,000 counted as
           *> structuring, 3 of them in 10 days, 90 percent withdrawn
           *> within 30 days, round trips inside 5 days, dormant after
           *> 365 days, and today's activity reviewed. A zero turns
           *> that rule off.
           02 RULE-LARGE-AMOUNT PIC 9(7)V99.
           02 RULE-STRUCTURE-FLOOR PIC 9(7)V99.
           02 RULE-STRUCTURE-DAYS PIC 9(3).
           02 RULE-STRUCTURE-COUNT PIC 9(2).
           02 RULE-NO-INVEST-PCT PIC 9(3).
           02 RULE-NO-INVEST-DAYS PIC 9(3).
           02 RULE-ROUND-TRIP-DAYS PIC 9(3).
           02 RULE-DORMANT-DAYS PIC 9(4).
           02 RULE-REVIEW-DAYS PIC 9(3).

       FD ALERT-FILE.
       COPY '../AML-ALERT.dat'.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       SD SORT-FILE.
       01 SORT-RECORD.
           02 SORT-ACCOUNT PIC X(5).
           02 SORT-DAY PIC 9(8).                   *> Integer day, for the windows
           02 SORT-DATE PIC 9(8).
           02 SORT-KIND PIC X(4).                  *> DEP / WDR / BUY / SELL
           02 SORT-SYMBOL PIC X(7).
           02 SORT-AMOUNT PIC 9(9)V99.             *> Home currency

       WORKING-STORAGE SECTION.
       01 WS-TODAY-DATE PIC 9(8).                  *> Today's date, YYYYMMDD
       01 WS-TODAY-DAY PIC 9(8).
       01 WS-REPORT-PATH PIC X(40).
       01 WS-JOURNAL-PATH PIC X(40).
       01 WS-CASH-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-INDEX-STATUS PIC X(2).                *> '00' once any journal day exists
       01 WS-STOCKS-STATUS PIC X(2).
       01 WS-RULE-STATUS PIC X(2).                 *> '00' only when a rules file exists
       01 WS-ALERT-STATUS PIC X(2).
       01 STOCKS-OPEN PIC A VALUE 'N'.
       01 CASH-EOF PIC A.
       01 INDEX-EOF PIC A.
       01 JOURNAL-EOF PIC A.
       01 SORT-EOF PIC A.
       01 ALERT-EOF PIC A.
       01 WS-FX-RATE PIC 9(3)V9(6).                *> Home currency per one unit
       01 WS-FX-FOUND PIC A.
       01 WS-LARGE-AMOUNT PIC 9(7)V99 VALUE 10000.
       01 WS-STRUCTURE-FLOOR PIC 9(7)V99 VALUE 9000.
       01 WS-STRUCTURE-DAYS PIC 9(3) VALUE 10.
       01 WS-STRUCTURE-COUNT PIC 9(2) VALUE 3.
       01 WS-NO-INVEST-PCT PIC 9(3) VALUE 90.
       01 WS-NO-INVEST-DAYS PIC 9(3) VALUE 30.
       01 WS-ROUND-TRIP-DAYS PIC 9(3) VALUE 5.
       01 WS-DORMANT-DAYS PIC 9(4) VALUE 365.
       01 WS-REVIEW-DAYS PIC 9(3) VALUE 1.
       01 WS-WINDOW-START PIC 9(8).                *> First integer day reviewed
       01 WS-HORIZON-START PIC 9(8).               *> Earliest day the rules look back to
       01 WS-LOOKBACK-DAYS PIC 9(4).
       01 WS-ABS-AMOUNT PIC S9(9)V99.
       01 WS-CURRENT-ACCOUNT PIC X(5).
       01 WS-LAST-BEFORE-DAY PIC 9(8).             *> Last activity before the window
       01 WS-WINDOW-EVENTS PIC 9(5).
       01 WS-FIRST-IN-WINDOW PIC 9(4).
       01 STRUCTURE-RAISED-FLAG PIC A.
       01 NO-INVEST-RAISED-FLAG PIC A.
       01 BUY-FOUND-FLAG PIC A.
       01 WS-MATCH-COUNT PIC 9(4).
       01 WS-MATCH-AMOUNT PIC 9(11)V99.
       01 WS-BUY-DATE PIC 9(8).
       01 WS-GAP-DAYS PIC 9(8).
       01 WS-PCT PIC 9(5).
       01 WS-ALERT-SEQ PIC 9(4) VALUE 0.
       01 WS-ALERT-RULE PIC X(10).
       01 WS-ALERT-ACTIVITY-DATE PIC 9(8).
       01 WS-ALERT-AMOUNT PIC 9(9)V99.
       01 WS-ALERT-DETAIL PIC X(40).
       01 WS-DETAIL-COUNT PIC Z9.
       01 WS-DETAIL-DAYS PIC ZZZ9.
       01 WS-DETAIL-PCT PIC ZZZZ9.
       01 REVIEWED-FOUND-FLAG PIC A.
       01 WS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-ACCOUNT-COUNT PIC 9(5) VALUE 0.
       01 WS-ALERT-COUNT PIC 9(5) VALUE 0.
       01 WS-KEPT-COUNT PIC 9(5) VALUE 0.
       01 OPS-PROGRAM-NAME PIC X(20) VALUE 'AML-SURVEILLANCE'.
       01 OPS-STATUS PIC X(8).                     *> STARTED / ENDED-OK / FAILED
       01 OPS-READ-COUNT PIC 9(5).
       01 OPS-WRITE-COUNT PIC 9(5).
       01 OPS-REJECT-COUNT PIC 9(5).

       01 WS-EVENT-SUB PIC 9(4).
       01 WS-OTHER-SUB PIC 9(4).
       01 WS-EVENT-MAX PIC 9(4).
       01 WS-EVENT-TABLE.
           *> One account's activity from the look-back horizon on.
           02 WS-EVENT-ENTRY OCCURS 500 TIMES.
               03 EV-DAY PIC 9(8).
               03 EV-DATE PIC 9(8).
               03 EV-KIND PIC X(4).
               03 EV-SYMBOL PIC X(7).
               03 EV-AMOUNT PIC 9(9)V99.
       01 WS-REVIEWED-SUB PIC 9(4).
       01 WS-REVIEWED-MAX PIC 9(4).
       01 WS-REVIEWED-TABLE.
           *> Today's alerts already cleared or escalated by a rerun's
           *> time - the same case is not raised twice.
           02 WS-REVIEWED-ENTRY OCCURS 500 TIMES.
               03 RV-ACCOUNT PIC X(5).
               03 RV-RULE PIC X(10).
               03 RV-ACTIVITY-DATE PIC 9(8).

       01 EQUAL-SIGNS PIC X(99) VALUE ALL '='.
       01 REPORT-TITLE-RECORD.
           02 FILLER PIC X(34) VALUE 'UNUSUAL ACTIVITY ALERTS FOR '.
           02 RT-DATE PIC 9(8).
       01 REPORT-HEADER.
           02 FILLER PIC X(16) VALUE 'ALERT NO'.
           02 FILLER PIC X(8) VALUE 'ACCOUNT'.
           02 FILLER PIC X(12) VALUE 'RULE'.
           02 FILLER PIC X(10) VALUE 'ACTIVITY'.
           02 FILLER PIC X(17) VALUE '   AMOUNT (CAD)'.
           02 FILLER PIC X(40) VALUE 'DETAIL'.
       01 REPORT-DETAIL-RECORD.
           02 RD-DATE PIC 9(8).
           02 FILLER PIC X VALUE '-'.
           02 RD-SEQ PIC 9(4).
           02 FILLER PIC X(3) VALUE SPACES.
           02 RD-ACCOUNT PIC X(5).
           02 FILLER PIC X(3) VALUE SPACES.
           02 RD-RULE PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-ACTIVITY-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-DETAIL PIC X(40).
       01 SUMMARY-COUNT-RECORD.
           02 SC-LABEL PIC X(32).
           02 SC-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'STARTED' TO OPS-STATUS.
           MOVE 0 TO OPS-READ-COUNT OPS-WRITE-COUNT OPS-REJECT-COUNT.
           PERFORM WRITE-OPS-LOG-RTN.
           PERFORM INITIALIZATION-RTN.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-ACCOUNT SORT-DAY
               INPUT PROCEDURE IS SORT-INPUT-RTN
               OUTPUT PROCEDURE IS SORT-OUTPUT-RTN.
           PERFORM CLOSE-RTN.
           MOVE 'ENDED-OK' TO OPS-STATUS.
           MOVE WS-READ-COUNT TO OPS-READ-COUNT.
           MOVE WS-ALERT-COUNT TO OPS-WRITE-COUNT.
           MOVE WS-ALERT-COUNT TO OPS-REJECT-COUNT.
           PERFORM WRITE-OPS-LOG-RTN.
           MOVE 0 TO RETURN-CODE.
           GOBACK.                                *> GOBACK so the menu
           *> console regains control instead of the whole run unit
           *> terminating, while a standalone run still ends here

       WRITE-OPS-LOG-RTN.
           *> Append this run's evidence to the shared operations log -
           *> one record at start, one at end, via the OPS-LOG
           *> subprogram.

           CALL 'OPS-LOG' USING OPS-PROGRAM-NAME OPS-STATUS
               OPS-READ-COUNT OPS-WRITE-COUNT OPS-REJECT-COUNT.

       INITIALIZATION-RTN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM DETECT-RULES-RTN.
           COMPUTE WS-TODAY-DAY = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-DATE).
           COMPUTE WS-WINDOW-START = WS-TODAY-DAY - WS-REVIEW-DAYS + 1.
           MOVE WS-STRUCTURE-DAYS TO WS-LOOKBACK-DAYS.
           IF WS-NO-INVEST-DAYS > WS-LOOKBACK-DAYS
               MOVE WS-NO-INVEST-DAYS TO WS-LOOKBACK-DAYS
           END-IF.
           IF WS-ROUND-TRIP-DAYS > WS-LOOKBACK-DAYS
               MOVE WS-ROUND-TRIP-DAYS TO WS-LOOKBACK-DAYS
           END-IF.
           COMPUTE WS-HORIZON-START =
               WS-WINDOW-START - WS-LOOKBACK-DAYS.
           STRING '../AML-ALERTS-' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-REPORT-PATH.
           OPEN OUTPUT REPORT-FILE.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TODAY-DATE TO RT-DATE.
           MOVE REPORT-TITLE-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE REPORT-HEADER TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN I-O ALERT-FILE.
           IF WS-ALERT-STATUS = '35'
               *> Create AML-ALERTS.dat on first use, the same way
               *> ACCOUNT-MAINTENANCE creates ACCOUNTS.dat.
               OPEN OUTPUT ALERT-FILE
               CLOSE ALERT-FILE
               OPEN I-O ALERT-FILE
           END-IF.
           PERFORM CLEAR-OPEN-ALERTS-RTN.
           OPEN INPUT STOCKS-FILE.
           IF WS-STOCKS-STATUS = '00'
               MOVE 'Y' TO STOCKS-OPEN
           END-IF.

       DETECT-RULES-RTN.
           *> AML-RULES.txt is the same "optional run control file"
           *> idiom the other batch runs use - absent, the house
           *> defaults stand.

           OPEN INPUT RULE-FILE.
           IF WS-RULE-STATUS = '00'
               READ RULE-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM APPLY-RULES-RTN
               END-READ
               CLOSE RULE-FILE
           END-IF.
           IF WS-REVIEW-DAYS = 0
               MOVE 1 TO WS-REVIEW-DAYS
           END-IF.

       APPLY-RULES-RTN.
           IF RULE-LARGE-AMOUNT IS NUMERIC
               MOVE RULE-LARGE-AMOUNT TO WS-LARGE-AMOUNT
           END-IF.
           IF RULE-STRUCTURE-FLOOR IS NUMERIC
               MOVE RULE-STRUCTURE-FLOOR TO WS-STRUCTURE-FLOOR
           END-IF.
           IF RULE-STRUCTURE-DAYS IS NUMERIC
               MOVE RULE-STRUCTURE-DAYS TO WS-STRUCTURE-DAYS
           END-IF.
           IF RULE-STRUCTURE-COUNT IS NUMERIC
               MOVE RULE-STRUCTURE-COUNT TO WS-STRUCTURE-COUNT
           END-IF.
           IF RULE-NO-INVEST-PCT IS NUMERIC
               MOVE RULE-NO-INVEST-PCT TO WS-NO-INVEST-PCT
           END-IF.
           IF RULE-NO-INVEST-DAYS IS NUMERIC
               MOVE RULE-NO-INVEST-DAYS TO WS-NO-INVEST-DAYS
           END-IF.
           IF RULE-ROUND-TRIP-DAYS IS NUMERIC
               MOVE RULE-ROUND-TRIP-DAYS TO WS-ROUND-TRIP-DAYS
           END-IF.
           IF RULE-DORMANT-DAYS IS NUMERIC
               MOVE RULE-DORMANT-DAYS TO WS-DORMANT-DAYS
           END-IF.
           IF RULE-REVIEW-DAYS IS NUMERIC
               MOVE RULE-REVIEW-DAYS TO WS-REVIEW-DAYS
           END-IF.

       CLEAR-OPEN-ALERTS-RTN.
           *> A rerun today replaces today's unreviewed alerts; the
           *> reviewed ones stay, and are remembered so the same case
           *> is not raised again.

           MOVE 0 TO WS-REVIEWED-MAX.
           MOVE 'N' TO ALERT-EOF.
           MOVE WS-TODAY-DATE TO AML-ALERT-DATE.
           MOVE 0 TO AML-ALERT-SEQ.
           START ALERT-FILE KEY IS NOT < AML-ALERT-KEY
               INVALID KEY MOVE 'Y' TO ALERT-EOF
           END-START.
           PERFORM CLEAR-ONE-ALERT-RTN UNTIL ALERT-EOF = 'Y'.

       CLEAR-ONE-ALERT-RTN.
           READ ALERT-FILE NEXT RECORD
               AT END MOVE 'Y' TO ALERT-EOF
               NOT AT END
                   IF AML-ALERT-DATE NOT = WS-TODAY-DATE
                       MOVE 'Y' TO ALERT-EOF
                   ELSE
                       IF AML-ALERT-STATUS = 'OPEN'
                           DELETE ALERT-FILE RECORD
                       ELSE
                           IF AML-ALERT-SEQ > WS-ALERT-SEQ
                               MOVE AML-ALERT-SEQ TO WS-ALERT-SEQ
                           END-IF
                           IF WS-REVIEWED-MAX < 500
                               ADD 1 TO WS-REVIEWED-MAX
                               MOVE AML-ALERT-ACCOUNT
                                   TO RV-ACCOUNT (WS-REVIEWED-MAX)
                               MOVE AML-ALERT-RULE
                                   TO RV-RULE (WS-REVIEWED-MAX)
                               MOVE AML-ALERT-ACTIVITY-DATE
                                   TO RV-ACTIVITY-DATE (WS-REVIEWED-MAX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       SORT-INPUT-RTN.
           PERFORM RELEASE-CASH-RTN.
           PERFORM RELEASE-JOURNALS-RTN.

       RELEASE-CASH-RTN.
           OPEN INPUT CASH-FILE.
           IF WS-CASH-STATUS = '00'
               MOVE 'N' TO CASH-EOF
               PERFORM RELEASE-ONE-POSTING-RTN UNTIL CASH-EOF = 'Y'
               CLOSE CASH-FILE
           END-IF.

       RELEASE-ONE-POSTING-RTN.
           READ CASH-FILE
               AT END MOVE 'Y' TO CASH-EOF
               NOT AT END
                   IF (CASH-POST-TYPE = 'DEP' OR CASH-POST-TYPE = 'WDR')
                       AND CASH-POST-DATE <= WS-TODAY-DATE
                       ADD 1 TO WS-READ-COUNT
                       MOVE CASH-POST-AMOUNT TO WS-ABS-AMOUNT
                       IF WS-ABS-AMOUNT < 0
                           COMPUTE WS-ABS-AMOUNT = 0 - WS-ABS-AMOUNT
                       END-IF
                       CALL 'FX-RATE-LOOKUP' USING CASH-POST-CURRENCY
                           WS-FX-RATE WS-FX-FOUND
                       MOVE CASH-POST-ACCOUNT TO SORT-ACCOUNT
                       MOVE CASH-POST-DATE TO SORT-DATE
                       COMPUTE SORT-DAY = FUNCTION INTEGER-OF-DATE
                           (CASH-POST-DATE)
                       MOVE CASH-POST-TYPE TO SORT-KIND
                       MOVE SPACES TO SORT-SYMBOL
                       COMPUTE SORT-AMOUNT ROUNDED =
                           WS-ABS-AMOUNT * WS-FX-RATE
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

       RELEASE-JOURNALS-RTN.
           *> Every journal day on the index, consolidated year files
           *> included - the dormancy rule needs the whole history.

           MOVE 'N' TO INDEX-EOF.
           OPEN INPUT JOURNAL-INDEX-FILE.
           IF WS-INDEX-STATUS = '35'
               *> First run since the journal-date index was introduced -
               *> backfill it once from the journal files already on
               *> disk, so pre-index history is not silently excluded.
               CALL 'BUILD-JOURNAL-INDEX'
               OPEN INPUT JOURNAL-INDEX-FILE
           END-IF.
           IF WS-INDEX-STATUS = '00'
               PERFORM RELEASE-ONE-DAY-RTN UNTIL INDEX-EOF = 'Y'
               CLOSE JOURNAL-INDEX-FILE
           END-IF.

       RELEASE-ONE-DAY-RTN.
           READ JOURNAL-INDEX-FILE
               AT END MOVE 'Y' TO INDEX-EOF
               NOT AT END
                   STRING '../TXN-JOURNAL-' DELIMITED BY SIZE
                           JOURNAL-INDEX-DATE DELIMITED BY SIZE
                           '.txt' DELIMITED BY SIZE
                       INTO WS-JOURNAL-PATH
                   OPEN INPUT JOURNAL-FILE
                   IF WS-JOURNAL-STATUS = '00'
                       MOVE 'N' TO JOURNAL-EOF
                       PERFORM RELEASE-ONE-ENTRY-RTN
                           UNTIL JOURNAL-EOF = 'Y'
                       CLOSE JOURNAL-FILE
                   END-IF
           END-READ.

       RELEASE-ONE-ENTRY-RTN.
           READ JOURNAL-FILE
               AT END MOVE 'Y' TO JOURNAL-EOF
               NOT AT END
                   IF (JOURNAL-TRANSACTION-TYPE = 'BUY'
                       OR JOURNAL-TRANSACTION-TYPE = 'SELL')
                       AND JOURNAL-DATE <= WS-TODAY-DATE
                       ADD 1 TO WS-READ-COUNT
                       MOVE SPACES TO SCURRENCY
                       IF STOCKS-OPEN = 'Y'
                           MOVE JOURNAL-STOCK-SYMBOL TO SSYMBOL
                           READ STOCKS-FILE
                               INVALID KEY MOVE SPACES TO SCURRENCY
                           END-READ
                       END-IF
                       CALL 'FX-RATE-LOOKUP' USING SCURRENCY
                           WS-FX-RATE WS-FX-FOUND
                       MOVE JOURNAL-ACCOUNT TO SORT-ACCOUNT
                       MOVE JOURNAL-DATE TO SORT-DATE
                       COMPUTE SORT-DAY = FUNCTION INTEGER-OF-DATE
                           (JOURNAL-DATE)
                       MOVE JOURNAL-TRANSACTION-TYPE TO SORT-KIND
                       MOVE JOURNAL-STOCK-SYMBOL TO SORT-SYMBOL
                       COMPUTE SORT-AMOUNT ROUNDED = JOURNAL-SHARES
                           * JOURNAL-PRICE * WS-FX-RATE
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

       SORT-OUTPUT-RTN.
           MOVE 'N' TO SORT-EOF.
           MOVE SPACES TO WS-CURRENT-ACCOUNT.
           PERFORM START-ACCOUNT-RTN.
           PERFORM SORT-OUTPUT-RETURN-RTN UNTIL SORT-EOF = 'Y'.
           IF WS-CURRENT-ACCOUNT NOT = SPACES
               PERFORM REVIEW-ACCOUNT-RTN
           END-IF.

       SORT-OUTPUT-RETURN-RTN.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF
               NOT AT END
                   IF SORT-ACCOUNT NOT = WS-CURRENT-ACCOUNT
                       IF WS-CURRENT-ACCOUNT NOT = SPACES
                           PERFORM REVIEW-ACCOUNT-RTN
                       END-IF
                       MOVE SORT-ACCOUNT TO WS-CURRENT-ACCOUNT
                       PERFORM START-ACCOUNT-RTN
                   END-IF
                   PERFORM HOLD-EVENT-RTN
           END-RETURN.

       START-ACCOUNT-RTN.
           MOVE 0 TO WS-EVENT-MAX WS-WINDOW-EVENTS WS-FIRST-IN-WINDOW.
           MOVE 0 TO WS-LAST-BEFORE-DAY.

       HOLD-EVENT-RTN.
           *> Activity before the window only matters as far back as
           *> the longest look-back, apart from the date it happened
           *> for the dormancy rule.

           IF SORT-DAY < WS-WINDOW-START
               MOVE SORT-DAY TO WS-LAST-BEFORE-DAY
           END-IF.
           IF SORT-DAY >= WS-HORIZON-START AND WS-EVENT-MAX < 500
               ADD 1 TO WS-EVENT-MAX
               MOVE SORT-DAY TO EV-DAY (WS-EVENT-MAX)
               MOVE SORT-DATE TO EV-DATE (WS-EVENT-MAX)
               MOVE SORT-KIND TO EV-KIND (WS-EVENT-MAX)
               MOVE SORT-SYMBOL TO EV-SYMBOL (WS-EVENT-MAX)
               MOVE SORT-AMOUNT TO EV-AMOUNT (WS-EVENT-MAX)
               IF SORT-DAY >= WS-WINDOW-START
                   ADD 1 TO WS-WINDOW-EVENTS
                   IF WS-FIRST-IN-WINDOW = 0
                       MOVE WS-EVENT-MAX TO WS-FIRST-IN-WINDOW
                   END-IF
               END-IF
           END-IF.

       REVIEW-ACCOUNT-RTN.
           *> Only an account active in the review window is tested.

           IF WS-WINDOW-EVENTS > 0
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE 'N' TO STRUCTURE-RAISED-FLAG
               MOVE 'N' TO NO-INVEST-RAISED-FLAG
               PERFORM CHECK-DORMANT-RTN
               PERFORM CHECK-ONE-EVENT-RTN
                   VARYING WS-EVENT-SUB FROM WS-FIRST-IN-WINDOW BY 1
                   UNTIL WS-EVENT-SUB > WS-EVENT-MAX
           END-IF.

       CHECK-DORMANT-RTN.
           IF WS-DORMANT-DAYS > 0 AND WS-LAST-BEFORE-DAY > 0
               COMPUTE WS-GAP-DAYS = EV-DAY (WS-FIRST-IN-WINDOW)
                   - WS-LAST-BEFORE-DAY
               IF WS-GAP-DAYS >= WS-DORMANT-DAYS
                   MOVE 'DORMANT' TO WS-ALERT-RULE
                   MOVE EV-DATE (WS-FIRST-IN-WINDOW)
                       TO WS-ALERT-ACTIVITY-DATE
                   MOVE EV-AMOUNT (WS-FIRST-IN-WINDOW)
                       TO WS-ALERT-AMOUNT
                   MOVE WS-GAP-DAYS TO WS-DETAIL-DAYS
                   MOVE SPACES TO WS-ALERT-DETAIL
                   STRING EV-KIND (WS-FIRST-IN-WINDOW)
                               DELIMITED BY SPACE
                           ' after ' DELIMITED BY SIZE
                           WS-DETAIL-DAYS DELIMITED BY SIZE
                           ' days without activity' DELIMITED BY SIZE
                       INTO WS-ALERT-DETAIL
                   PERFORM WRITE-ALERT-RTN
               END-IF
           END-IF.

       CHECK-ONE-EVENT-RTN.
           EVALUATE EV-KIND (WS-EVENT-SUB)
               WHEN 'DEP'
                   PERFORM CHECK-LARGE-RTN
                   IF STRUCTURE-RAISED-FLAG = 'N'
                       PERFORM CHECK-STRUCTURE-RTN
                   END-IF
               WHEN 'WDR'
                   PERFORM CHECK-LARGE-RTN
                   IF NO-INVEST-RAISED-FLAG = 'N'
                       PERFORM CHECK-NO-INVEST-RTN
                   END-IF
               WHEN 'SELL'
                   PERFORM CHECK-ROUND-TRIP-RTN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-LARGE-RTN.
           IF WS-LARGE-AMOUNT > 0
               AND EV-AMOUNT (WS-EVENT-SUB) >= WS-LARGE-AMOUNT
               IF EV-KIND (WS-EVENT-SUB) = 'DEP'
                   MOVE 'LARGE-DEP' TO WS-ALERT-RULE
                   MOVE 'Deposit at or over the threshold'
                       TO WS-ALERT-DETAIL
               ELSE
                   MOVE 'LARGE-WDR' TO WS-ALERT-RULE
                   MOVE 'Withdrawal at or over the threshold'
                       TO WS-ALERT-DETAIL
               END-IF
               MOVE EV-DATE (WS-EVENT-SUB) TO WS-ALERT-ACTIVITY-DATE
               MOVE EV-AMOUNT (WS-EVENT-SUB) TO WS-ALERT-AMOUNT
               PERFORM WRITE-ALERT-RTN
           END-IF.

       CHECK-STRUCTURE-RTN.
           *> A deposit just under the threshold, with enough others
           *> like it inside the window ending on its day.

           IF WS-STRUCTURE-DAYS > 0 AND WS-STRUCTURE-COUNT > 0
               AND EV-AMOUNT (WS-EVENT-SUB) >= WS-STRUCTURE-FLOOR
               AND (WS-LARGE-AMOUNT = 0
               OR EV-AMOUNT (WS-EVENT-SUB) < WS-LARGE-AMOUNT)
               MOVE 0 TO WS-MATCH-COUNT WS-MATCH-AMOUNT
               PERFORM COUNT-STRUCTURE-RTN
                   VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB > WS-EVENT-SUB
               IF WS-MATCH-COUNT >= WS-STRUCTURE-COUNT
                   MOVE 'Y' TO STRUCTURE-RAISED-FLAG
                   MOVE 'STRUCTURE' TO WS-ALERT-RULE
                   MOVE EV-DATE (WS-EVENT-SUB)
                       TO WS-ALERT-ACTIVITY-DATE
                   MOVE WS-MATCH-AMOUNT TO WS-ALERT-AMOUNT
                   MOVE WS-MATCH-COUNT TO WS-DETAIL-COUNT
                   MOVE WS-STRUCTURE-DAYS TO WS-DETAIL-DAYS
                   MOVE SPACES TO WS-ALERT-DETAIL
                   STRING WS-DETAIL-COUNT DELIMITED BY SIZE
                           ' deposits under threshold in'
                               DELIMITED BY SIZE
                           WS-DETAIL-DAYS DELIMITED BY SIZE
                           ' days' DELIMITED BY SIZE
                       INTO WS-ALERT-DETAIL
                   PERFORM WRITE-ALERT-RTN
               END-IF
           END-IF.

       COUNT-STRUCTURE-RTN.
           IF EV-KIND (WS-OTHER-SUB) = 'DEP'
               AND EV-DAY (WS-OTHER-SUB) + WS-STRUCTURE-DAYS
                   > EV-DAY (WS-EVENT-SUB)
               AND EV-AMOUNT (WS-OTHER-SUB) >= WS-STRUCTURE-FLOOR
               AND (WS-LARGE-AMOUNT = 0
               OR EV-AMOUNT (WS-OTHER-SUB) < WS-LARGE-AMOUNT)
               ADD 1 TO WS-MATCH-COUNT
               ADD EV-AMOUNT (WS-OTHER-SUB) TO WS-MATCH-AMOUNT
           END-IF.

       CHECK-NO-INVEST-RTN.
           *> A withdrawal that takes out most of what came in over the
           *> period, when none of it was put to work in a purchase.

           IF WS-NO-INVEST-DAYS > 0 AND WS-NO-INVEST-PCT > 0
               MOVE 0 TO WS-MATCH-AMOUNT
               MOVE 'N' TO BUY-FOUND-FLAG
               PERFORM COUNT-NO-INVEST-RTN
                   VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB > WS-EVENT-SUB
               IF WS-MATCH-AMOUNT > 0 AND BUY-FOUND-FLAG = 'N'
                   AND EV-AMOUNT (WS-EVENT-SUB) * 100
                       >= WS-MATCH-AMOUNT * WS-NO-INVEST-PCT
                   MOVE 'Y' TO NO-INVEST-RAISED-FLAG
                   MOVE 'NO-INVEST' TO WS-ALERT-RULE
                   MOVE EV-DATE (WS-EVENT-SUB)
                       TO WS-ALERT-ACTIVITY-DATE
                   MOVE EV-AMOUNT (WS-EVENT-SUB) TO WS-ALERT-AMOUNT
                   COMPUTE WS-PCT = EV-AMOUNT (WS-EVENT-SUB) * 100
                       / WS-MATCH-AMOUNT
                   MOVE WS-PCT TO WS-DETAIL-PCT
                   MOVE WS-NO-INVEST-DAYS TO WS-DETAIL-DAYS
                   MOVE SPACES TO WS-ALERT-DETAIL
                   STRING 'Withdrew' DELIMITED BY SIZE
                           WS-DETAIL-PCT DELIMITED BY SIZE
                           '% of deposits, none invested'
                               DELIMITED BY SIZE
                       INTO WS-ALERT-DETAIL
                   PERFORM WRITE-ALERT-RTN
               END-IF
           END-IF.

       COUNT-NO-INVEST-RTN.
           IF EV-DAY (WS-OTHER-SUB) + WS-NO-INVEST-DAYS
               >= EV-DAY (WS-EVENT-SUB)
               IF EV-KIND (WS-OTHER-SUB) = 'DEP'
                   ADD EV-AMOUNT (WS-OTHER-SUB) TO WS-MATCH-AMOUNT
               END-IF
               IF EV-KIND (WS-OTHER-SUB) = 'BUY'
                   MOVE 'Y' TO BUY-FOUND-FLAG
               END-IF
           END-IF.

       CHECK-ROUND-TRIP-RTN.
           *> A sale of a symbol bought only days before.

           IF WS-ROUND-TRIP-DAYS > 0
               MOVE 0 TO WS-BUY-DATE
               PERFORM FIND-ROUND-TRIP-BUY-RTN
                   VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB > WS-EVENT-SUB
               IF WS-BUY-DATE > 0
                   MOVE 'ROUND-TRIP' TO WS-ALERT-RULE
                   MOVE EV-DATE (WS-EVENT-SUB)
                       TO WS-ALERT-ACTIVITY-DATE
                   MOVE EV-AMOUNT (WS-EVENT-SUB) TO WS-ALERT-AMOUNT
                   MOVE SPACES TO WS-ALERT-DETAIL
                   STRING EV-SYMBOL (WS-EVENT-SUB) DELIMITED BY SPACE
                           ' bought ' DELIMITED BY SIZE
                           WS-BUY-DATE DELIMITED BY SIZE
                           ', sold soon after' DELIMITED BY SIZE
                       INTO WS-ALERT-DETAIL
                   PERFORM WRITE-ALERT-RTN
               END-IF
           END-IF.

       FIND-ROUND-TRIP-BUY-RTN.
           IF EV-KIND (WS-OTHER-SUB) = 'BUY'
               AND EV-SYMBOL (WS-OTHER-SUB) = EV-SYMBOL (WS-EVENT-SUB)
               AND EV-DAY (WS-OTHER-SUB) + WS-ROUND-TRIP-DAYS
                   >= EV-DAY (WS-EVENT-SUB)
               MOVE EV-DATE (WS-OTHER-SUB) TO WS-BUY-DATE
           END-IF.

       WRITE-ALERT-RTN.
           *> File the case OPEN for review, unless the same case was
           *> already reviewed today.

           MOVE 'N' TO REVIEWED-FOUND-FLAG.
           PERFORM MATCH-REVIEWED-RTN
               VARYING WS-REVIEWED-SUB FROM 1 BY 1
               UNTIL WS-REVIEWED-SUB > WS-REVIEWED-MAX.
           IF REVIEWED-FOUND-FLAG = 'Y'
               ADD 1 TO WS-KEPT-COUNT
           ELSE
               ADD 1 TO WS-ALERT-SEQ
               ADD 1 TO WS-ALERT-COUNT
               MOVE WS-TODAY-DATE TO AML-ALERT-DATE
               MOVE WS-ALERT-SEQ TO AML-ALERT-SEQ
               MOVE WS-CURRENT-ACCOUNT TO AML-ALERT-ACCOUNT
               MOVE WS-ALERT-RULE TO AML-ALERT-RULE
               MOVE WS-ALERT-ACTIVITY-DATE TO AML-ALERT-ACTIVITY-DATE
               MOVE WS-ALERT-AMOUNT TO AML-ALERT-AMOUNT
               MOVE WS-ALERT-DETAIL TO AML-ALERT-DETAIL
               MOVE 'OPEN' TO AML-ALERT-STATUS
               MOVE SPACES TO AML-ALERT-REASON AML-ALERT-REVIEWER
               MOVE 0 TO AML-ALERT-REVIEW-DATE
               WRITE AML-ALERT-RECORD
                   INVALID KEY
                       DISPLAY 'AML-SURVEILLANCE: ALERT NOT FILED '
                           WS-TODAY-DATE '-' WS-ALERT-SEQ
               END-WRITE
               MOVE WS-TODAY-DATE TO RD-DATE
               MOVE WS-ALERT-SEQ TO RD-SEQ
               MOVE WS-CURRENT-ACCOUNT TO RD-ACCOUNT
               MOVE WS-ALERT-RULE TO RD-RULE
               MOVE WS-ALERT-ACTIVITY-DATE TO RD-ACTIVITY-DATE
               MOVE WS-ALERT-AMOUNT TO RD-AMOUNT
               MOVE WS-ALERT-DETAIL TO RD-DETAIL
               MOVE REPORT-DETAIL-RECORD TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       MATCH-REVIEWED-RTN.
           IF RV-ACCOUNT (WS-REVIEWED-SUB) = WS-CURRENT-ACCOUNT
               AND RV-RULE (WS-REVIEWED-SUB) = WS-ALERT-RULE
               AND RV-ACTIVITY-DATE (WS-REVIEWED-SUB)
                   = WS-ALERT-ACTIVITY-DATE
               MOVE 'Y' TO REVIEWED-FOUND-FLAG
           END-IF.

       CLOSE-RTN.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Movements examined: ' TO SC-LABEL.
           MOVE WS-READ-COUNT TO SC-COUNT.
           MOVE SUMMARY-COUNT-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Accounts active in the window: ' TO SC-LABEL.
           MOVE WS-ACCOUNT-COUNT TO SC-COUNT.
           MOVE SUMMARY-COUNT-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Alerts raised for review: ' TO SC-LABEL.
           MOVE WS-ALERT-COUNT TO SC-COUNT.
           MOVE SUMMARY-COUNT-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Already reviewed today: ' TO SC-LABEL.
           MOVE WS-KEPT-COUNT TO SC-COUNT.
           MOVE SUMMARY-COUNT-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           CLOSE ALERT-FILE.
           IF STOCKS-OPEN = 'Y'
               CLOSE STOCKS-FILE
           END-IF.
           DISPLAY 'AML-SURVEILLANCE: ALERTS RAISED: ' WS-ALERT-COUNT.
       END PROGRAM AML-SURVEILLANCE.
