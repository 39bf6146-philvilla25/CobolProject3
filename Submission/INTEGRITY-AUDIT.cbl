       IDENTIFICATION DIVISION.
           PROGRAM-ID. INTEGRITY-AUDIT INITIAL.
           *> Nightly cross-file integrity audit. RECONCILE-PORTFOLIO
           *> proves PORTFOLIO.dat against the journals; this proves
           *> the indexed masters against each other:
           *>   - each holding's NUMBER-OF-SHARES equals the shares
           *>     remaining on its tax lots on STOCK-LOTS.dat, and no
           *>     lots are left open under a holding that is gone;
           *>   - each DIVIDENDS.dat accumulator has a holding behind
           *>     it, or a journalled sale, transfer or rename that
           *>     took the holding away;
           *>   - each CASH-BALANCES.dat record equals the sum of its
           *>     CASH-LEDGER.txt postings, settled and pending, and no
           *>     ledger account is missing a balance record;
           *>   - every account on every account-keyed file is on
           *>     ACCOUNTS.dat. An account ACCOUNT-PURGE archived is
           *>     accepted on CASH-LEDGER.txt and PORTFOLIO.dat only -
           *>     the ledger keeps its postings for good, and the
           *>     holdings rebuild can still carry its zero rows.
           *> Every disagreement goes on the dated exceptions report.
           *> Any exception ends the step FAILED on the operations log
           *> with a non-zero return code, so NIGHT-VERIFY counts it
           *> as a failed step and the morning sees it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE
           ASSIGN TO '../ACCOUNTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACCOUNT-NUMBER
           FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT PORTFOLIO-FILE
           ASSIGN TO '../PORTFOLIO.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PORTFOLIO-KEY
           FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT LOTS-FILE
           ASSIGN TO '../STOCK-LOTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-KEY
           FILE STATUS IS WS-LOTS-STATUS.

           SELECT DIVIDENDS-FILE
           ASSIGN TO '../DIVIDENDS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIVIDEND-KEY
           FILE STATUS IS WS-DIVIDENDS-STATUS.

           SELECT BALANCE-FILE
           ASSIGN TO '../CASH-BALANCES.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CASH-BALANCE-KEY
           FILE STATUS IS WS-BALANCE-STATUS.

           SELECT CASH-FILE
           ASSIGN TO '../CASH-LEDGER.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASH-STATUS.

           SELECT WORK-FILE
           ASSIGN TO '../AUDIT-CASH-WORK.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WORK-KEY.

           SELECT ROOM-FILE
           ASSIGN TO '../CONTRIBUTION-ROOM.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ROOM-ACCOUNT
           FILE STATUS IS WS-ROOM-STATUS.

           SELECT INSTRUCTION-FILE
           ASSIGN TO '../CASH-INSTRUCTIONS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INSTRUCTION-KEY
           FILE STATUS IS WS-INSTRUCTION-STATUS.

           SELECT ENTITLEMENT-FILE
           ASSIGN TO '../DIVIDEND-ENTITLEMENTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENTITLEMENT-KEY
           FILE STATUS IS WS-ENTITLEMENT-STATUS.

           SELECT REGISTER-FILE
           ASSIGN TO '../ARCHIVED-ACCOUNTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ARCHIVED-ACCOUNT
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT ORDER-FILE
           ASSIGN TO '../STANDING-ORDERS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDER-STATUS.

           SELECT HISTORY-FILE
           ASSIGN TO '../ACCOUNT-HISTORY.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ALERT-FILE
           ASSIGN TO '../AML-ALERTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AML-ALERT-KEY
           FILE STATUS IS WS-ALERT-STATUS.

           SELECT JOURNAL-INDEX-FILE              *> Register of journal days
           ASSIGN TO '../TXN-JOURNAL-INDEX.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INDEX-STATUS.

           SELECT JOURNAL-FILE
           ASSIGN TO WS-JOURNAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS-FILE.
       COPY '../ACCOUNT-MASTER.dat'.

       FD PORTFOLIO-FILE.
       01 PORTFOLIO-RECORD.
           *> Structure of the portfolio record - one physical file
           *> serves all accounts, keyed on account plus symbol.
           02 PORTFOLIO-KEY.
               03 PORTFOLIO-ACCOUNT PIC X(5).
               03 PORTFOLIO-STOCK-SYMBOL PIC X(7).
           02 NUMBER-OF-SHARES PIC 9(5)V9(3).
           02 AVERAGE-COST PIC 9(6)V99.

       FD LOTS-FILE.
       COPY '../STOCK-LOT.dat'.

       FD DIVIDENDS-FILE.
       01 DIVIDEND-RECORD.
           *> One accumulator record per account and symbol, the layout
           *> RECORD-DIVIDEND keeps.
           02 DIVIDEND-KEY.
               03 DIVIDEND-ACCOUNT PIC X(5).
               03 DIVIDEND-SYMBOL PIC X(7).
           02 DIVIDEND-YEAR PIC 9(4).
           02 DIVIDEND-YTD-AMOUNT PIC 9(7)V99.
           02 DIVIDEND-LAST-DATE PIC 9(8).

       FD BALANCE-FILE.
       COPY '../CASH-BALANCE.dat'.

       FD CASH-FILE.
       COPY '../CASH-LEDGER.dat'.

       FD WORK-FILE.
       01 WORK-RECORD.
           *> Per-account-and-currency sums of the ledger alone,
           *> rebuilt fresh every run the way RECONCILE-PORTFOLIO
           *> rebuilds RECONCILE-SUMMARY.dat.
           02 WORK-KEY.
               03 WORK-ACCOUNT PIC X(5).
               03 WORK-CURRENCY PIC X(3).
           02 WORK-SETTLED PIC S9(9)V99.
           02 WORK-PENDING PIC S9(9)V99.
           02 WORK-MATCHED PIC X.                  *> 'Y' once a balance record was seen

       FD ROOM-FILE.
       COPY '../CONTRIBUTION-ROOM.dat'.

       FD INSTRUCTION-FILE.
       COPY '../CASH-INSTRUCTION.dat'.

       FD ENTITLEMENT-FILE.
       COPY '../DIVIDEND-ENTITLEMENT.dat'.

       FD REGISTER-FILE.
       COPY '../ARCHIVED-ACCOUNT.dat'.

       FD ORDER-FILE.
       COPY '../STANDING-ORDER.dat'.

       FD HISTORY-FILE.
       COPY '../ACCOUNT-HISTORY.dat'.

       FD ALERT-FILE.
       COPY '../AML-ALERT.dat'.

       FD JOURNAL-INDEX-FILE.
       COPY '../TXN-JOURNAL-INDEX.dat'.

       FD JOURNAL-FILE.
       COPY '../TRANSACTION-JOURNAL.dat'.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(119).

       WORKING-STORAGE SECTION.
       01 WS-TODAY-DATE PIC 9(8).                  *> Today's date, YYYYMMDD
       01 WS-REPORT-PATH PIC X(40).
       01 WS-JOURNAL-PATH PIC X(40).
       01 WS-ACCOUNTS-STATUS PIC X(2).             *> '00' only when an accounts master exists
       01 WS-PORTFOLIO-STATUS PIC X(2).
       01 WS-LOTS-STATUS PIC X(2).
       01 WS-DIVIDENDS-STATUS PIC X(2).
       01 WS-BALANCE-STATUS PIC X(2).
       01 WS-CASH-STATUS PIC X(2).
       01 WS-ROOM-STATUS PIC X(2).
       01 WS-INSTRUCTION-STATUS PIC X(2).
       01 WS-ENTITLEMENT-STATUS PIC X(2).
       01 WS-ORDER-STATUS PIC X(2).
       01 WS-REGISTER-STATUS PIC X(2).             *> '00' only once an account was archived
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-ALERT-STATUS PIC X(2).
       01 WS-INDEX-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-OPEN-STATUS PIC X(2).                 *> Status of the file just opened
       01 PORTFOLIO-EOF PIC A.
       01 LOTS-EOF PIC A.
       01 DIVIDENDS-EOF PIC A.
       01 BALANCE-EOF PIC A.
       01 CASH-EOF PIC A.
       01 WORK-EOF PIC A.
       01 FILE-EOF PIC A.
       01 INDEX-EOF PIC A.
       01 JOURNAL-EOF PIC A.
       01 HOLDING-FOUND-FLAG PIC A.
       01 WORK-FOUND-FLAG PIC A.
       01 ACCOUNT-FOUND-FLAG PIC A.

       01 WS-CHECK-ACCOUNT PIC X(5).
       01 WS-CHECK-FILE PIC X(24).                 *> File whose account is being checked
       01 WS-LAST-CHECKED-ACCOUNT PIC X(5).        *> Same account read twice is checked once
       01 WS-LOT-SHARES PIC 9(7)V9(3).
       01 WS-GROUP-ACCOUNT PIC X(5).
       01 WS-GROUP-SYMBOL PIC X(7).
       01 WS-GROUP-SHARES PIC 9(7)V9(3).
       01 WS-POST-CURRENCY PIC X(3).               *> Normalized - blank counts as CAD

       01 WS-ORPHAN-SUB PIC 9(3).
       01 WS-ORPHAN-MAX PIC 9(3) VALUE 0.
       01 WS-ORPHAN-FULL-FLAG PIC A VALUE 'N'.     *> 'Y' once the overflow was reported
       01 WS-ORPHAN-TABLE.
           *> Dividend accumulators with no holding behind them,
           *> waiting on the journal pass for a sale that explains
           *> them.
           02 WS-ORPHAN-ENTRY OCCURS 500 TIMES.
               03 WS-ORPHAN-ACCOUNT PIC X(5).
               03 WS-ORPHAN-SYMBOL PIC X(7).
               03 WS-ORPHAN-EXPLAINED PIC A.

       01 WS-HOLDING-COUNT PIC 9(5) VALUE 0.
       01 WS-LOT-GROUP-COUNT PIC 9(5) VALUE 0.
       01 WS-DIVIDEND-COUNT PIC 9(5) VALUE 0.
       01 WS-BALANCE-COUNT PIC 9(5) VALUE 0.
       01 WS-ACCOUNT-CHECK-COUNT PIC 9(5) VALUE 0.
       01 WS-LOT-EXCEPTIONS PIC 9(5) VALUE 0.
       01 WS-DIVIDEND-EXCEPTIONS PIC 9(5) VALUE 0.
       01 WS-CASH-EXCEPTIONS PIC 9(5) VALUE 0.
       01 WS-ACCOUNT-EXCEPTIONS PIC 9(5) VALUE 0.
       01 WS-FILE-EXCEPTIONS PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01 OPS-PROGRAM-NAME PIC X(20) VALUE 'INTEGRITY-AUDIT'.
       01 OPS-STATUS PIC X(8).                     *> STARTED / ENDED-OK / FAILED
       01 OPS-READ-COUNT PIC 9(5).
       01 OPS-WRITE-COUNT PIC 9(5).
       01 OPS-REJECT-COUNT PIC 9(5).

       01 EQUAL-SIGNS PIC X(119) VALUE ALL '='.
       01 REPORT-TITLE.
           02 FILLER PIC X(30) VALUE 'INTEGRITY AUDIT EXCEPTIONS    '.
           02 RT-DATE PIC 9(8).
       01 REPORT-HEADER.
           02 FILLER PIC X(10) VALUE 'CHECK'.
           02 FILLER PIC X(26) VALUE 'FILE'.
           02 FILLER PIC X(7) VALUE 'ACCT'.
           02 FILLER PIC X(9) VALUE 'KEY'.
           02 FILLER PIC X(18) VALUE '        ON FILE'.
           02 FILLER PIC X(18) VALUE '       EXPECTED'.
           02 FILLER PIC X(6) VALUE 'DETAIL'.
       01 REPORT-DETAIL-RECORD.
           02 RD-CHECK PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-FILE PIC X(24).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-ACCOUNT PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-KEY PIC X(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-FIGURES.
               03 RD-FILE-VALUE PIC -ZZZ,ZZZ,ZZ9.999.
               03 FILLER PIC X(2) VALUE SPACES.
               03 RD-EXPECTED-VALUE PIC -ZZZ,ZZZ,ZZ9.999.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-DETAIL PIC X(29).
       01 REPORT-SUMMARY-RECORD.
           02 RS-LABEL PIC X(40).
           02 RS-COUNT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'STARTED' TO OPS-STATUS.
           MOVE 0 TO OPS-READ-COUNT OPS-WRITE-COUNT OPS-REJECT-COUNT.
           PERFORM WRITE-OPS-LOG-RTN.
           PERFORM INITIALIZATION-RTN.
           PERFORM CHECK-HOLDINGS-RTN.
           PERFORM CHECK-DIVIDENDS-RTN.
           PERFORM CHECK-CASH-RTN.
           PERFORM CHECK-OTHER-ACCOUNTS-RTN.
           PERFORM WRITE-SUMMARY-RTN.
           IF WS-PORTFOLIO-STATUS = '00'
               CLOSE PORTFOLIO-FILE
           END-IF.
           IF WS-ACCOUNTS-STATUS = '00'
               CLOSE ACCOUNTS-FILE
           END-IF.
           IF WS-REGISTER-STATUS = '00'
               CLOSE REGISTER-FILE
           END-IF.
           CLOSE REPORT-FILE.
           COMPUTE OPS-READ-COUNT = WS-HOLDING-COUNT
               + WS-LOT-GROUP-COUNT + WS-DIVIDEND-COUNT
               + WS-BALANCE-COUNT.
           MOVE WS-EXCEPTION-COUNT TO OPS-REJECT-COUNT.
           DISPLAY 'INTEGRITY-AUDIT: EXCEPTIONS FOUND: '
               WS-EXCEPTION-COUNT.
           IF WS-EXCEPTION-COUNT > 0
               *> The masters disagree - the step is FAILED on the log
               *> so NIGHT-VERIFY holds the morning until someone has
               *> looked at the exceptions report.
               MOVE 'FAILED' TO OPS-STATUS
               PERFORM WRITE-OPS-LOG-RTN
               MOVE 2 TO RETURN-CODE
           ELSE
               MOVE 'ENDED-OK' TO OPS-STATUS
               PERFORM WRITE-OPS-LOG-RTN
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.                                *> GOBACK so the batch
           *> driver regains control instead of the whole run unit
           *> terminating, while a standalone run still ends here

       WRITE-OPS-LOG-RTN.
           *> Append this run's evidence to the shared operations log -
           *> one record at start, one at end, via the OPS-LOG
           *> subprogram.

           CALL 'OPS-LOG' USING OPS-PROGRAM-NAME OPS-STATUS
               OPS-READ-COUNT OPS-WRITE-COUNT OPS-REJECT-COUNT.

       INITIALIZATION-RTN.
           *> No accounts master on file means ACCOUNT-MAINTENANCE has
           *> never been run here - the account checks are skipped,
           *> the way the posting programs accept accounts unchecked.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           STRING '../INTEGRITY-AUDIT-' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-REPORT-PATH.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-TODAY-DATE TO RT-DATE.
           MOVE REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE REPORT-HEADER TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT PORTFOLIO-FILE.
           MOVE 'PORTFOLIO.dat' TO WS-CHECK-FILE.
           MOVE WS-PORTFOLIO-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-FILE-OPEN-RTN.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-STATUS NOT = '00'
               MOVE 'No accounts master on file - account checks '
                   TO REPORT-LINE
               MOVE 'skipped' TO REPORT-LINE (46:7)
               WRITE REPORT-LINE
           END-IF.
           OPEN INPUT REGISTER-FILE.

       CHECK-HOLDINGS-RTN.
           *> First every holding against the sum of its lots, then
           *> every group of lots against its holding - a lot group
           *> still carrying shares under a holding that is gone is as
           *> wrong as a holding its lots don't add up to.

           OPEN INPUT LOTS-FILE.
           MOVE 'STOCK-LOTS.dat' TO WS-CHECK-FILE.
           MOVE WS-LOTS-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-FILE-OPEN-RTN.
           IF WS-PORTFOLIO-STATUS = '00'
               MOVE SPACES TO WS-LAST-CHECKED-ACCOUNT
               MOVE 'PORTFOLIO.dat' TO WS-CHECK-FILE
               MOVE 'N' TO PORTFOLIO-EOF
               PERFORM CHECK-ONE-HOLDING-RTN
                   UNTIL PORTFOLIO-EOF = 'Y'
           END-IF.
           IF WS-LOTS-STATUS = '00'
               MOVE 'STOCK-LOTS.dat' TO WS-CHECK-FILE
               PERFORM CHECK-LOT-GROUPS-RTN
               CLOSE LOTS-FILE
           END-IF.

       CHECK-FILE-OPEN-RTN.
           *> A file that is simply not there yet holds nothing to
           *> disagree with; one that is there but won't open leaves
           *> the audit incomplete, and that is an exception itself.

           IF WS-OPEN-STATUS NOT = '00'
               AND WS-OPEN-STATUS NOT = '35'
               MOVE 'FILE' TO RD-CHECK
               MOVE WS-CHECK-FILE TO RD-FILE
               MOVE SPACES TO RD-ACCOUNT RD-KEY RD-FIGURES
               MOVE SPACES TO RD-DETAIL
               STRING 'Not available, status ' DELIMITED BY SIZE
                       WS-OPEN-STATUS DELIMITED BY SIZE
                   INTO RD-DETAIL
               ADD 1 TO WS-FILE-EXCEPTIONS
               PERFORM WRITE-EXCEPTION-RTN
           END-IF.

       CHECK-ONE-HOLDING-RTN.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END MOVE 'Y' TO PORTFOLIO-EOF
               NOT AT END
                   ADD 1 TO WS-HOLDING-COUNT
                   MOVE PORTFOLIO-ACCOUNT TO WS-CHECK-ACCOUNT
                   PERFORM CHECK-ACCOUNT-RTN
                   PERFORM SUM-HOLDING-LOTS-RTN
                   IF WS-LOT-SHARES NOT = NUMBER-OF-SHARES
                       MOVE 'LOTS' TO RD-CHECK
                       MOVE 'PORTFOLIO.dat' TO RD-FILE
                       MOVE PORTFOLIO-ACCOUNT TO RD-ACCOUNT
                       MOVE PORTFOLIO-STOCK-SYMBOL TO RD-KEY
                       MOVE NUMBER-OF-SHARES TO RD-FILE-VALUE
                       MOVE WS-LOT-SHARES TO RD-EXPECTED-VALUE
                       MOVE 'Shares differ from open lots'
                           TO RD-DETAIL
                       ADD 1 TO WS-LOT-EXCEPTIONS
                       PERFORM WRITE-EXCEPTION-RTN
                   END-IF
           END-READ.

       SUM-HOLDING-LOTS-RTN.
           *> Position on the holding's first lot and add up the
           *> shares remaining until the key moves on.

           MOVE 0 TO WS-LOT-SHARES.
           IF WS-LOTS-STATUS = '00'
               MOVE PORTFOLIO-ACCOUNT TO LOT-ACCOUNT
               MOVE PORTFOLIO-STOCK-SYMBOL TO LOT-SYMBOL
               MOVE 0 TO LOT-SEQUENCE
               MOVE 'N' TO LOTS-EOF
               START LOTS-FILE KEY IS NOT LESS THAN LOT-KEY
                   INVALID KEY MOVE 'Y' TO LOTS-EOF
               END-START
               PERFORM ADD-ONE-LOT-RTN UNTIL LOTS-EOF = 'Y'
           END-IF.

       ADD-ONE-LOT-RTN.
           READ LOTS-FILE NEXT RECORD
               AT END MOVE 'Y' TO LOTS-EOF
               NOT AT END
                   IF LOT-ACCOUNT = PORTFOLIO-ACCOUNT
                       AND LOT-SYMBOL = PORTFOLIO-STOCK-SYMBOL
                       ADD LOT-SHARES-REMAINING TO WS-LOT-SHARES
                   ELSE
                       MOVE 'Y' TO LOTS-EOF
                   END-IF
           END-READ.

       CHECK-LOT-GROUPS-RTN.
           *> One pass over the lots in key order, an account and
           *> symbol at a time.

           MOVE LOW-VALUES TO LOT-KEY.
           MOVE 'N' TO LOTS-EOF.
           START LOTS-FILE KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY MOVE 'Y' TO LOTS-EOF
           END-START.
           MOVE SPACES TO WS-GROUP-ACCOUNT WS-GROUP-SYMBOL
               WS-LAST-CHECKED-ACCOUNT.
           MOVE 0 TO WS-GROUP-SHARES.
           PERFORM READ-LOT-GROUP-RTN UNTIL LOTS-EOF = 'Y'.
           IF WS-GROUP-ACCOUNT NOT = SPACES
               PERFORM FINISH-LOT-GROUP-RTN
           END-IF.

       READ-LOT-GROUP-RTN.
           READ LOTS-FILE NEXT RECORD
               AT END MOVE 'Y' TO LOTS-EOF
               NOT AT END
                   IF LOT-ACCOUNT NOT = WS-GROUP-ACCOUNT
                       OR LOT-SYMBOL NOT = WS-GROUP-SYMBOL
                       IF WS-GROUP-ACCOUNT NOT = SPACES
                           PERFORM FINISH-LOT-GROUP-RTN
                       END-IF
                       MOVE LOT-ACCOUNT TO WS-GROUP-ACCOUNT
                       MOVE LOT-SYMBOL TO WS-GROUP-SYMBOL
                       MOVE 0 TO WS-GROUP-SHARES
                   END-IF
                   ADD LOT-SHARES-REMAINING TO WS-GROUP-SHARES
           END-READ.

       FINISH-LOT-GROUP-RTN.
           *> Fully used-up lots are history and need no holding; lots
           *> still carrying shares do.

           ADD 1 TO WS-LOT-GROUP-COUNT.
           MOVE WS-GROUP-ACCOUNT TO WS-CHECK-ACCOUNT.
           PERFORM CHECK-ACCOUNT-RTN.
           IF WS-GROUP-SHARES > 0
               PERFORM READ-HOLDING-RTN
               IF HOLDING-FOUND-FLAG NOT = 'Y'
                   MOVE 'LOTS' TO RD-CHECK
                   MOVE 'STOCK-LOTS.dat' TO RD-FILE
                   MOVE WS-GROUP-ACCOUNT TO RD-ACCOUNT
                   MOVE WS-GROUP-SYMBOL TO RD-KEY
                   MOVE WS-GROUP-SHARES TO RD-FILE-VALUE
                   MOVE 0 TO RD-EXPECTED-VALUE
                   MOVE 'Open lots with no holding' TO RD-DETAIL
                   ADD 1 TO WS-LOT-EXCEPTIONS
                   PERFORM WRITE-EXCEPTION-RTN
               END-IF
           END-IF.

       READ-HOLDING-RTN.
           *> Keyed look-up of the holding for WS-GROUP-ACCOUNT and
           *> WS-GROUP-SYMBOL.

           MOVE 'N' TO HOLDING-FOUND-FLAG.
           IF WS-PORTFOLIO-STATUS = '00'
               MOVE WS-GROUP-ACCOUNT TO PORTFOLIO-ACCOUNT
               MOVE WS-GROUP-SYMBOL TO PORTFOLIO-STOCK-SYMBOL
               READ PORTFOLIO-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO HOLDING-FOUND-FLAG
               END-READ
           END-IF.

       CHECK-DIVIDENDS-RTN.
           *> Accumulators with a holding behind them are settled on
           *> the spot; the rest wait for one pass over the journals.

           OPEN INPUT DIVIDENDS-FILE.
           MOVE 'DIVIDENDS.dat' TO WS-CHECK-FILE.
           MOVE WS-DIVIDENDS-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-FILE-OPEN-RTN.
           IF WS-DIVIDENDS-STATUS = '00'
               MOVE SPACES TO WS-LAST-CHECKED-ACCOUNT
               MOVE 'N' TO DIVIDENDS-EOF
               PERFORM CHECK-ONE-DIVIDEND-RTN
                   UNTIL DIVIDENDS-EOF = 'Y'
               CLOSE DIVIDENDS-FILE
           END-IF.
           IF WS-ORPHAN-MAX > 0
               PERFORM SCAN-JOURNALS-RTN
               PERFORM REPORT-ONE-ORPHAN-RTN
                   VARYING WS-ORPHAN-SUB FROM 1 BY 1
                   UNTIL WS-ORPHAN-SUB > WS-ORPHAN-MAX
           END-IF.

       CHECK-ONE-DIVIDEND-RTN.
           READ DIVIDENDS-FILE NEXT RECORD
               AT END MOVE 'Y' TO DIVIDENDS-EOF
               NOT AT END
                   ADD 1 TO WS-DIVIDEND-COUNT
                   MOVE DIVIDEND-ACCOUNT TO WS-CHECK-ACCOUNT
                   PERFORM CHECK-ACCOUNT-RTN
                   MOVE DIVIDEND-ACCOUNT TO WS-GROUP-ACCOUNT
                   MOVE DIVIDEND-SYMBOL TO WS-GROUP-SYMBOL
                   PERFORM READ-HOLDING-RTN
                   IF HOLDING-FOUND-FLAG NOT = 'Y'
                       PERFORM ADD-ORPHAN-RTN
                   END-IF
           END-READ.

       ADD-ORPHAN-RTN.
           IF WS-ORPHAN-MAX < 500
               ADD 1 TO WS-ORPHAN-MAX
               MOVE DIVIDEND-ACCOUNT
                   TO WS-ORPHAN-ACCOUNT (WS-ORPHAN-MAX)
               MOVE DIVIDEND-SYMBOL
                   TO WS-ORPHAN-SYMBOL (WS-ORPHAN-MAX)
               MOVE 'N' TO WS-ORPHAN-EXPLAINED (WS-ORPHAN-MAX)
           ELSE
               IF WS-ORPHAN-FULL-FLAG = 'N'
                   DISPLAY 'INTEGRITY-AUDIT: DIVIDEND TABLE FULL - '
                       'ENTRIES BEYOND 500 NOT CHECKED'
                   MOVE 'Y' TO WS-ORPHAN-FULL-FLAG
               END-IF
           END-IF.

       SCAN-JOURNALS-RTN.
           *> Every journal day on the TXN-JOURNAL-INDEX.txt register,
           *> consolidated year files included - backfilled once from
           *> the files on disk if the register has never been built,
           *> as RECONCILE-PORTFOLIO does.

           MOVE 'N' TO INDEX-EOF.
           OPEN INPUT JOURNAL-INDEX-FILE.
           IF WS-INDEX-STATUS = '35'
               CALL 'BUILD-JOURNAL-INDEX'
               OPEN INPUT JOURNAL-INDEX-FILE
           END-IF.
           IF WS-INDEX-STATUS = '00'
               PERFORM SCAN-ONE-DAY-RTN UNTIL INDEX-EOF = 'Y'
               CLOSE JOURNAL-INDEX-FILE
           END-IF.

       SCAN-ONE-DAY-RTN.
           READ JOURNAL-INDEX-FILE
               AT END MOVE 'Y' TO INDEX-EOF
               NOT AT END
                   MOVE SPACES TO WS-JOURNAL-PATH
                   STRING '../TXN-JOURNAL-' DELIMITED BY SIZE
                           JOURNAL-INDEX-DATE DELIMITED BY SIZE
                           '.txt' DELIMITED BY SIZE
                       INTO WS-JOURNAL-PATH
                   OPEN INPUT JOURNAL-FILE
                   IF WS-JOURNAL-STATUS = '00'
                       MOVE 'N' TO JOURNAL-EOF
                       PERFORM SCAN-ONE-ENTRY-RTN
                           UNTIL JOURNAL-EOF = 'Y'
                       CLOSE JOURNAL-FILE
                   END-IF
           END-READ.

       SCAN-ONE-ENTRY-RTN.
           *> A sale, an in-kind transfer or a rename is what takes a
           *> holding away while its dividend history stays behind.

           READ JOURNAL-FILE
               AT END MOVE 'Y' TO JOURNAL-EOF
               NOT AT END
                   IF JOURNAL-TRANSACTION-TYPE = 'SELL'
                       OR JOURNAL-TRANSACTION-TYPE = 'TRF'
                       OR JOURNAL-TRANSACTION-TYPE = 'RNAM'
                       PERFORM MARK-ONE-ORPHAN-RTN
                           VARYING WS-ORPHAN-SUB FROM 1 BY 1
                           UNTIL WS-ORPHAN-SUB > WS-ORPHAN-MAX
                   END-IF
           END-READ.

       MARK-ONE-ORPHAN-RTN.
           IF WS-ORPHAN-ACCOUNT (WS-ORPHAN-SUB) = JOURNAL-ACCOUNT
               AND WS-ORPHAN-SYMBOL (WS-ORPHAN-SUB)
                   = JOURNAL-STOCK-SYMBOL
               MOVE 'Y' TO WS-ORPHAN-EXPLAINED (WS-ORPHAN-SUB)
           END-IF.

       REPORT-ONE-ORPHAN-RTN.
           IF WS-ORPHAN-EXPLAINED (WS-ORPHAN-SUB) NOT = 'Y'
               MOVE 'DIVIDEND' TO RD-CHECK
               MOVE 'DIVIDENDS.dat' TO RD-FILE
               MOVE WS-ORPHAN-ACCOUNT (WS-ORPHAN-SUB) TO RD-ACCOUNT
               MOVE WS-ORPHAN-SYMBOL (WS-ORPHAN-SUB) TO RD-KEY
               MOVE SPACES TO RD-FIGURES
               MOVE 'No holding or journalled sale' TO RD-DETAIL
               ADD 1 TO WS-DIVIDEND-EXCEPTIONS
               PERFORM WRITE-EXCEPTION-RTN
           END-IF.

       CHECK-CASH-RTN.
           *> Sum the ledger into the scratch file the way
           *> BUILD-CASH-BALANCES would, then compare each balance
           *> record with its sums and look for ledger accounts no
           *> balance record matched.

           OPEN OUTPUT WORK-FILE.
           CLOSE WORK-FILE.
           OPEN I-O WORK-FILE.
           OPEN INPUT CASH-FILE.
           IF WS-CASH-STATUS = '00'
               MOVE 'N' TO CASH-EOF
               PERFORM SUM-ONE-POSTING-RTN UNTIL CASH-EOF = 'Y'
               CLOSE CASH-FILE
           END-IF.
           OPEN INPUT BALANCE-FILE.
           MOVE 'CASH-BALANCES.dat' TO WS-CHECK-FILE.
           MOVE WS-BALANCE-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-FILE-OPEN-RTN.
           IF WS-BALANCE-STATUS = '00'
               MOVE SPACES TO WS-LAST-CHECKED-ACCOUNT
               MOVE 'N' TO BALANCE-EOF
               PERFORM CHECK-ONE-BALANCE-RTN UNTIL BALANCE-EOF = 'Y'
               CLOSE BALANCE-FILE
           END-IF.
           MOVE 'CASH-LEDGER.txt' TO WS-CHECK-FILE.
           MOVE SPACES TO WS-LAST-CHECKED-ACCOUNT.
           MOVE LOW-VALUES TO WORK-KEY.
           MOVE 'N' TO WORK-EOF.
           START WORK-FILE KEY IS NOT LESS THAN WORK-KEY
               INVALID KEY MOVE 'Y' TO WORK-EOF
           END-START.
           PERFORM CHECK-ONE-LEDGER-SUM-RTN UNTIL WORK-EOF = 'Y'.
           CLOSE WORK-FILE.

       SUM-ONE-POSTING-RTN.
           READ CASH-FILE
               AT END MOVE 'Y' TO CASH-EOF
               NOT AT END
                   IF CASH-POST-CURRENCY = SPACES
                       *> Postings from before the currency column
                       *> carry blanks - they were all home-currency
                       *> money.
                       MOVE 'CAD' TO WS-POST-CURRENCY
                   ELSE
                       MOVE CASH-POST-CURRENCY TO WS-POST-CURRENCY
                   END-IF
                   MOVE CASH-POST-ACCOUNT TO WORK-ACCOUNT
                   MOVE WS-POST-CURRENCY TO WORK-CURRENCY
                   READ WORK-FILE
                       INVALID KEY MOVE 'N' TO WORK-FOUND-FLAG
                       NOT INVALID KEY MOVE 'Y' TO WORK-FOUND-FLAG
                   END-READ
                   IF WORK-FOUND-FLAG = 'N'
                       MOVE 0 TO WORK-SETTLED WORK-PENDING
                       MOVE 'N' TO WORK-MATCHED
                   END-IF
                   IF CASH-POST-STATUS = 'P'
                       ADD CASH-POST-AMOUNT TO WORK-PENDING
                   ELSE
                       ADD CASH-POST-AMOUNT TO WORK-SETTLED
                   END-IF
                   IF WORK-FOUND-FLAG = 'Y'
                       REWRITE WORK-RECORD
                   ELSE
                       WRITE WORK-RECORD
                   END-IF
           END-READ.

       CHECK-ONE-BALANCE-RTN.
           READ BALANCE-FILE NEXT RECORD
               AT END MOVE 'Y' TO BALANCE-EOF
               NOT AT END
                   ADD 1 TO WS-BALANCE-COUNT
                   MOVE CASH-BALANCE-ACCOUNT TO WS-CHECK-ACCOUNT
                   PERFORM CHECK-ACCOUNT-RTN
                   MOVE CASH-BALANCE-KEY TO WORK-KEY
                   READ WORK-FILE
                       INVALID KEY
                           MOVE 'N' TO WORK-FOUND-FLAG
                           MOVE 0 TO WORK-SETTLED WORK-PENDING
                       NOT INVALID KEY
                           MOVE 'Y' TO WORK-FOUND-FLAG
                           MOVE 'Y' TO WORK-MATCHED
                           REWRITE WORK-RECORD
                   END-READ
                   MOVE 'CASH' TO RD-CHECK
                   MOVE 'CASH-BALANCES.dat' TO RD-FILE
                   MOVE CASH-BALANCE-ACCOUNT TO RD-ACCOUNT
                   MOVE CASH-BALANCE-CURRENCY TO RD-KEY
                   IF CASH-BALANCE-AMOUNT NOT = WORK-SETTLED
                       MOVE CASH-BALANCE-AMOUNT TO RD-FILE-VALUE
                       MOVE WORK-SETTLED TO RD-EXPECTED-VALUE
                       MOVE 'Settled differs from ledger'
                           TO RD-DETAIL
                       ADD 1 TO WS-CASH-EXCEPTIONS
                       PERFORM WRITE-EXCEPTION-RTN
                   END-IF
                   IF CASH-BALANCE-PENDING NOT = WORK-PENDING
                       MOVE CASH-BALANCE-PENDING TO RD-FILE-VALUE
                       MOVE WORK-PENDING TO RD-EXPECTED-VALUE
                       MOVE 'Pending differs from ledger'
                           TO RD-DETAIL
                       ADD 1 TO WS-CASH-EXCEPTIONS
                       PERFORM WRITE-EXCEPTION-RTN
                   END-IF
           END-READ.

       CHECK-ONE-LEDGER-SUM-RTN.
           *> Ledger money with no balance record behind it is money
           *> the funding checks cannot see.

           READ WORK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WORK-EOF
               NOT AT END
                   MOVE WORK-ACCOUNT TO WS-CHECK-ACCOUNT
                   PERFORM CHECK-ACCOUNT-RTN
                   IF WORK-MATCHED NOT = 'Y'
                       AND (WORK-SETTLED NOT = 0
                       OR WORK-PENDING NOT = 0)
                       MOVE 'CASH' TO RD-CHECK
                       MOVE 'CASH-LEDGER.txt' TO RD-FILE
                       MOVE WORK-ACCOUNT TO RD-ACCOUNT
                       MOVE WORK-CURRENCY TO RD-KEY
                       MOVE 0 TO RD-FILE-VALUE
                       COMPUTE RD-EXPECTED-VALUE =
                           WORK-SETTLED + WORK-PENDING
                       MOVE 'Ledger with no balance record'
                           TO RD-DETAIL
                       ADD 1 TO WS-CASH-EXCEPTIONS
                       PERFORM WRITE-EXCEPTION-RTN
                   END-IF
           END-READ.

       CHECK-OTHER-ACCOUNTS-RTN.
           *> The files above were checked as they were read; these
           *> carry an account key but nothing else to prove here.

           OPEN INPUT ROOM-FILE.
           MOVE 'CONTRIBUTION-ROOM.dat' TO WS-CHECK-FILE.
           MOVE WS-ROOM-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-FILE-OPEN-RTN.
           IF WS-ROOM-STATUS = '00'
               MOVE SPACES TO WS-LAST-CHECKED-ACCOUNT
               MOVE 'N' TO FILE-EOF
               PERFORM CHECK-ONE-ROOM-RTN UNTIL FILE-EOF = 'Y'
               CLOSE ROOM-FILE
           END-IF.
           OPEN INPUT INSTRUCTION-FILE.
           MOVE 'CASH-INSTRUCTIONS.dat' TO WS-CHECK-FILE.
           MOVE WS-INSTRUCTION-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-FILE-OPEN-RTN.
           IF WS-INSTRUCTION-STATUS = '00'
               MOVE SPACES TO WS-LAST-CHECKED-ACCOUNT
               MOVE 'N' TO FILE-EOF
               PERFORM CHECK-ONE-INSTRUCTION-RTN UNTIL FILE-EOF = 'Y'
               CLOSE INSTRUCTION-FILE
           END-IF.
           OPEN INPUT ENTITLEMENT-FILE.
           MOVE 'DIVIDEND-ENTITLEMENTS.dat' TO WS-CHECK-FILE.
           MOVE WS-ENTITLEMENT-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-FILE-OPEN-RTN.
           IF WS-ENTITLEMENT-STATUS = '00'
               MOVE SPACES TO WS-LAST-CHECKED-ACCOUNT
               MOVE 'N' TO FILE-EOF
               PERFORM CHECK-ONE-ENTITLEMENT-RTN UNTIL FILE-EOF = 'Y'
               CLOSE ENTITLEMENT-FILE
           END-IF.
           OPEN INPUT ORDER-FILE.
           MOVE 'STANDING-ORDERS.txt' TO WS-CHECK-FILE.
           MOVE WS-ORDER-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-FILE-OPEN-RTN.
           IF WS-ORDER-STATUS = '00'
               MOVE SPACES TO WS-LAST-CHECKED-ACCOUNT
               MOVE 'N' TO FILE-EOF
               PERFORM CHECK-ONE-ORDER-RTN UNTIL FILE-EOF = 'Y'
               CLOSE ORDER-FILE
           END-IF.
           OPEN INPUT HISTORY-FILE.
           MOVE 'ACCOUNT-HISTORY.txt' TO WS-CHECK-FILE.
           MOVE WS-HISTORY-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-FILE-OPEN-RTN.
           IF WS-HISTORY-STATUS = '00'
               MOVE SPACES TO WS-LAST-CHECKED-ACCOUNT
               MOVE 'N' TO FILE-EOF
               PERFORM CHECK-ONE-HISTORY-RTN UNTIL FILE-EOF = 'Y'
               CLOSE HISTORY-FILE
           END-IF.
           OPEN INPUT ALERT-FILE.
           MOVE 'AML-ALERTS.dat' TO WS-CHECK-FILE.
           MOVE WS-ALERT-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-FILE-OPEN-RTN.
           IF WS-ALERT-STATUS = '00'
               MOVE SPACES TO WS-LAST-CHECKED-ACCOUNT
               MOVE 'N' TO FILE-EOF
               PERFORM CHECK-ONE-ALERT-RTN UNTIL FILE-EOF = 'Y'
               CLOSE ALERT-FILE
           END-IF.

       CHECK-ONE-ROOM-RTN.
           READ ROOM-FILE NEXT RECORD
               AT END MOVE 'Y' TO FILE-EOF
               NOT AT END
                   MOVE ROOM-ACCOUNT TO WS-CHECK-ACCOUNT
                   PERFORM CHECK-ACCOUNT-RTN
           END-READ.

       CHECK-ONE-INSTRUCTION-RTN.
           READ INSTRUCTION-FILE NEXT RECORD
               AT END MOVE 'Y' TO FILE-EOF
               NOT AT END
                   MOVE INSTRUCTION-ACCOUNT TO WS-CHECK-ACCOUNT
                   PERFORM CHECK-ACCOUNT-RTN
           END-READ.

       CHECK-ONE-ENTITLEMENT-RTN.
           *> The blank-account CONTROL record that marks an
           *> announcement worked out belongs to no account.

           READ ENTITLEMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO FILE-EOF
               NOT AT END
                   IF ENTITLEMENT-ACCOUNT NOT = SPACES
                       MOVE ENTITLEMENT-ACCOUNT TO WS-CHECK-ACCOUNT
                       PERFORM CHECK-ACCOUNT-RTN
                   END-IF
           END-READ.

       CHECK-ONE-ORDER-RTN.
           READ ORDER-FILE
               AT END MOVE 'Y' TO FILE-EOF
               NOT AT END
                   MOVE ORDER-ACCOUNT TO WS-CHECK-ACCOUNT
                   PERFORM CHECK-ACCOUNT-RTN
           END-READ.

       CHECK-ONE-HISTORY-RTN.
           READ HISTORY-FILE
               AT END MOVE 'Y' TO FILE-EOF
               NOT AT END
                   MOVE AH-ACCOUNT TO WS-CHECK-ACCOUNT
                   PERFORM CHECK-ACCOUNT-RTN
           END-READ.

       CHECK-ONE-ALERT-RTN.
           READ ALERT-FILE NEXT RECORD
               AT END MOVE 'Y' TO FILE-EOF
               NOT AT END
                   MOVE AML-ALERT-ACCOUNT TO WS-CHECK-ACCOUNT
                   PERFORM CHECK-ACCOUNT-RTN
           END-READ.

       CHECK-ACCOUNT-RTN.
           *> Every account key must be on the accounts master - open
           *> or closed, but there. Records arrive grouped by account
           *> on the keyed files, so each account is looked up once
           *> per run of records.

           IF WS-ACCOUNTS-STATUS = '00'
               AND WS-CHECK-ACCOUNT NOT = WS-LAST-CHECKED-ACCOUNT
               MOVE WS-CHECK-ACCOUNT TO WS-LAST-CHECKED-ACCOUNT
               ADD 1 TO WS-ACCOUNT-CHECK-COUNT
               MOVE 'Y' TO ACCOUNT-FOUND-FLAG
               MOVE WS-CHECK-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNTS-FILE
                   INVALID KEY MOVE 'N' TO ACCOUNT-FOUND-FLAG
               END-READ
               IF ACCOUNT-FOUND-FLAG = 'N'
                   AND WS-REGISTER-STATUS = '00'
                   AND (WS-CHECK-FILE = 'CASH-LEDGER.txt'
                   OR WS-CHECK-FILE = 'PORTFOLIO.dat')
                   *> Purged and archived - these two files are
                   *> allowed to remember it.
                   MOVE WS-CHECK-ACCOUNT TO ARCHIVED-ACCOUNT
                   READ REGISTER-FILE
                       NOT INVALID KEY
                           IF ARCHIVED-STATUS = 'ARCHIVED'
                               MOVE 'Y' TO ACCOUNT-FOUND-FLAG
                           END-IF
                   END-READ
               END-IF
               IF ACCOUNT-FOUND-FLAG = 'N'
                   MOVE 'ACCOUNT' TO RD-CHECK
                   MOVE WS-CHECK-FILE TO RD-FILE
                   MOVE WS-CHECK-ACCOUNT TO RD-ACCOUNT
                   MOVE SPACES TO RD-KEY RD-FIGURES
                   MOVE 'Account not on ACCOUNTS.dat'
                       TO RD-DETAIL
                   ADD 1 TO WS-ACCOUNT-EXCEPTIONS
                   PERFORM WRITE-EXCEPTION-RTN
               END-IF
           END-IF.

       WRITE-EXCEPTION-RTN.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE REPORT-DETAIL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-SUMMARY-RTN.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Holdings checked against lots:' TO RS-LABEL.
           MOVE WS-HOLDING-COUNT TO RS-COUNT.
           PERFORM WRITE-SUMMARY-LINE-RTN.
           MOVE 'Lot groups checked against holdings:' TO RS-LABEL.
           MOVE WS-LOT-GROUP-COUNT TO RS-COUNT.
           PERFORM WRITE-SUMMARY-LINE-RTN.
           MOVE 'Dividend accumulators checked:' TO RS-LABEL.
           MOVE WS-DIVIDEND-COUNT TO RS-COUNT.
           PERFORM WRITE-SUMMARY-LINE-RTN.
           MOVE 'Cash balances checked:' TO RS-LABEL.
           MOVE WS-BALANCE-COUNT TO RS-COUNT.
           PERFORM WRITE-SUMMARY-LINE-RTN.
           MOVE 'Account keys looked up:' TO RS-LABEL.
           MOVE WS-ACCOUNT-CHECK-COUNT TO RS-COUNT.
           PERFORM WRITE-SUMMARY-LINE-RTN.
           MOVE 'Holding / lot exceptions:' TO RS-LABEL.
           MOVE WS-LOT-EXCEPTIONS TO RS-COUNT.
           PERFORM WRITE-SUMMARY-LINE-RTN.
           MOVE 'Dividend exceptions:' TO RS-LABEL.
           MOVE WS-DIVIDEND-EXCEPTIONS TO RS-COUNT.
           PERFORM WRITE-SUMMARY-LINE-RTN.
           MOVE 'Cash balance exceptions:' TO RS-LABEL.
           MOVE WS-CASH-EXCEPTIONS TO RS-COUNT.
           PERFORM WRITE-SUMMARY-LINE-RTN.
           MOVE 'Unknown account exceptions:' TO RS-LABEL.
           MOVE WS-ACCOUNT-EXCEPTIONS TO RS-COUNT.
           PERFORM WRITE-SUMMARY-LINE-RTN.
           MOVE 'Files not available:' TO RS-LABEL.
           MOVE WS-FILE-EXCEPTIONS TO RS-COUNT.
           PERFORM WRITE-SUMMARY-LINE-RTN.
           MOVE 'Total exceptions:' TO RS-LABEL.
           MOVE WS-EXCEPTION-COUNT TO RS-COUNT.
           PERFORM WRITE-SUMMARY-LINE-RTN.

       WRITE-SUMMARY-LINE-RTN.
           MOVE REPORT-SUMMARY-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
       END PROGRAM INTEGRITY-AUDIT.
