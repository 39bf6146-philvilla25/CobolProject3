       IDENTIFICATION DIVISION.
           PROGRAM-ID. MARGIN-REPORT INITIAL.
           *> Nightly margin report: values every margin account on the
           *> accounts master the way BUYING-POWER does at trade time -
           *> holdings at tonight's closes in home currency, each
           *> lending at its asset class's loan rate from
           *> MARGIN-RATE-LOOKUP up to the account's loan limit - and
           *> sets the equity left (holdings plus net cash, a debit
           *> balance counting against it) beside the maintenance
           *> requirement the same table sets for each class. An
           *> account whose equity has fallen below its requirement is
           *> listed as a margin call for the amount it is short; one
           *> still above it but borrowed past its line is flagged as
           *> over its line, with no new buying power. Runs inside
           *> VALUATION-BATCH-CONTROL after the valuation, on the
           *> night's final holdings and prices.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE
           ASSIGN TO '../ACCOUNTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ACCOUNT-NUMBER
           FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT PORTFOLIO-FILE
           ASSIGN TO '../PORTFOLIO.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PORTFOLIO-KEY
           FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT STOCKS-FILE
           ASSIGN TO '../STOCKS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SSYMBOL
           FILE STATUS IS WS-STOCKS-STATUS.

           SELECT BALANCE-FILE
           ASSIGN TO '../CASH-BALANCES.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CASH-BALANCE-KEY
           FILE STATUS IS WS-BALANCE-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS-FILE.
       COPY '../ACCOUNT-MASTER.dat'.

       FD PORTFOLIO-FILE.
       01 PORTFOLIO-RECORD.
           02 PORTFOLIO-KEY.
               03 PORTFOLIO-ACCOUNT PIC X(5).
               03 PORTFOLIO-STOCK-SYMBOL PIC X(7).
           02 NUMBER-OF-SHARES PIC 9(5)V9(3).
           02 AVERAGE-COST PIC 9(6)V99.

       FD STOCKS-FILE.
       01 STOCKS-RECORD.
           02 SSYMBOL PIC X(7).
           02 SNAME PIC X(25).
           02 CPRICE PIC 9(6)V99.
           02 SPRICE-DATE PIC 9(8).
           02 SSECTOR PIC X(12).
           02 SASSET-CLASS PIC X(6).
           02 SCURRENCY PIC X(3).

       FD BALANCE-FILE.
       COPY '../CASH-BALANCE.dat'.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-TODAY-DATE PIC 9(8).                  *> Today's date, YYYYMMDD
       01 WS-REPORT-PATH PIC X(40).
       01 WS-ACCOUNTS-STATUS PIC X(2).             *> non-'00' means no accounts master
       01 WS-PORTFOLIO-STATUS PIC X(2).
       01 WS-STOCKS-STATUS PIC X(2).
       01 WS-BALANCE-STATUS PIC X(2).              *> '35' until the balance file exists
       01 ACCOUNTS-OPEN PIC A VALUE 'N'.
       01 PORTFOLIO-OPEN PIC A VALUE 'N'.
       01 STOCKS-OPEN PIC A VALUE 'N'.
       01 BALANCE-OPEN PIC A VALUE 'N'.
       01 EOF PIC A.
       01 HOLDINGS-EOF PIC A.
       01 BALANCE-EOF PIC A.
       01 WS-MARKET-VALUE PIC 9(11)V99.            *> Holdings, CAD
       01 WS-LOAN-VALUE PIC 9(11)V99.              *> What the holdings would carry
       01 WS-LINE PIC 9(11)V99.                    *> Loan value capped at the limit
       01 WS-REQUIRED PIC 9(11)V99.                *> Maintenance requirement
       01 WS-NET-CASH PIC S9(11)V99.               *> All currencies, CAD
       01 WS-DEBIT PIC 9(11)V99.                   *> Borrowed, CAD
       01 WS-EQUITY PIC S9(11)V99.
       01 WS-EXCESS PIC S9(11)V99.                 *> Negative is the call amount
       01 WS-LINE-VALUE PIC 9(11)V99.
       01 WS-CASH-AMOUNT PIC S9(9)V99.
       01 WS-SIGNED-VALUE PIC S9(11)V99.
       01 WS-LOAN-PCT PIC 9(3)V99.
       01 WS-MAINT-PCT PIC 9(3)V99.
       01 WS-FX-RATE PIC 9(3)V9(6).                *> Home currency per one unit
       01 WS-FX-FOUND PIC A.
       01 WS-STATUS PIC X(4).                      *> OK / OVER / CALL
       01 WS-ACCOUNT-COUNT PIC 9(5) VALUE 0.
       01 WS-OVER-COUNT PIC 9(5) VALUE 0.
       01 WS-TOTAL-SHORTFALL PIC 9(11)V99 VALUE 0.
       01 OPS-PROGRAM-NAME PIC X(20) VALUE 'MARGIN-REPORT'.
       01 OPS-STATUS PIC X(8).                     *> STARTED / ENDED-OK / FAILED
       01 OPS-READ-COUNT PIC 9(5).
       01 OPS-WRITE-COUNT PIC 9(5).
       01 OPS-REJECT-COUNT PIC 9(5).

       01 WS-CALL-SUB PIC 9(3).
       01 WS-CALL-MAX PIC 9(3) VALUE 0.
       01 WS-CALL-FULL-FLAG PIC A VALUE 'N'.       *> 'Y' once the overflow was reported
       01 WS-CALL-TABLE.
           *> Calls are held for their own section after the detail, so
           *> the desk has one short list to work from in the morning.
           02 WS-CALL-ENTRY OCCURS 100 TIMES.
               03 WS-CALL-ACCOUNT PIC X(5).
               03 WS-CALL-HOLDER PIC X(25).
               03 WS-CALL-DEBIT PIC 9(11)V99.
               03 WS-CALL-AMOUNT PIC 9(11)V99.

       01 EQUAL-SIGNS PIC X(109) VALUE ALL '='.
       01 REPORT-TITLE-RECORD.
           02 FILLER PIC X(30) VALUE 'MARGIN ACCOUNT REPORT FOR '.
           02 RT-DATE PIC 9(8).
       01 REPORT-HEADER.
           02 FILLER PIC X(9) VALUE 'ACCOUNT'.
           02 FILLER PIC X(16) VALUE '    MARKET VALUE'.
           02 FILLER PIC X(16) VALUE '      LOAN VALUE'.
           02 FILLER PIC X(16) VALUE '           DEBIT'.
           02 FILLER PIC X(17) VALUE '          EQUITY'.
           02 FILLER PIC X(16) VALUE '        REQUIRED'.
           02 FILLER PIC X(17) VALUE '   EXCESS/SHORT'.
           02 FILLER PIC X(6) VALUE 'STATUS'.
       01 DETAIL-RECORD.
           02 RD-ACCOUNT PIC X(5).
           02 FILLER PIC X(4) VALUE SPACES.
           02 RD-MARKET-VALUE PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RD-LOAN-VALUE PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RD-DEBIT PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RD-EQUITY PIC ZZ,ZZZ,ZZ9.99-.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RD-REQUIRED PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RD-EXCESS PIC ZZ,ZZZ,ZZ9.99-.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RD-STATUS PIC X(4).
       01 CALL-TITLE PIC X(40) VALUE 'MARGIN CALLS'.
       01 CALL-HEADER.
           02 FILLER PIC X(9) VALUE 'ACCOUNT'.
           02 FILLER PIC X(27) VALUE 'HOLDER'.
           02 FILLER PIC X(16) VALUE '           DEBIT'.
           02 FILLER PIC X(16) VALUE '     CALL AMOUNT'.
       01 CALL-DETAIL-RECORD.
           02 CD-ACCOUNT PIC X(5).
           02 FILLER PIC X(4) VALUE SPACES.
           02 CD-HOLDER PIC X(25).
           02 FILLER PIC X(5) VALUE SPACES.
           02 CD-DEBIT PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 CD-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
       01 NO-CALLS-LINE PIC X(40) VALUE 'No margin calls tonight'.
       01 SUMMARY-COUNT-RECORD.
           02 SC-LABEL PIC X(30).
           02 SC-COUNT PIC ZZZZ9.
       01 SUMMARY-AMOUNT-RECORD.
           02 SA-LABEL PIC X(30) VALUE 'Total called (CAD): '.
           02 SA-AMOUNT PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'STARTED' TO OPS-STATUS.
           MOVE 0 TO OPS-READ-COUNT OPS-WRITE-COUNT OPS-REJECT-COUNT.
           PERFORM WRITE-OPS-LOG-RTN.
           PERFORM INITIALIZATION-RTN.
           PERFORM PROCESS-RTN UNTIL EOF = 'Y'.
           PERFORM WRITE-CALLS-RTN.
           PERFORM CLOSE-RTN.
           MOVE 'ENDED-OK' TO OPS-STATUS.
           MOVE WS-ACCOUNT-COUNT TO OPS-READ-COUNT.
           MOVE WS-ACCOUNT-COUNT TO OPS-WRITE-COUNT.
           MOVE WS-CALL-MAX TO OPS-REJECT-COUNT.
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
           STRING '../MARGIN-' DELIMITED BY SIZE
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
           MOVE 'N' TO EOF.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-STATUS = '00'
               MOVE 'Y' TO ACCOUNTS-OPEN
           ELSE
               MOVE 'Y' TO EOF
           END-IF.
           OPEN INPUT PORTFOLIO-FILE.
           IF WS-PORTFOLIO-STATUS = '00'
               MOVE 'Y' TO PORTFOLIO-OPEN
           END-IF.
           OPEN INPUT STOCKS-FILE.
           IF WS-STOCKS-STATUS = '00'
               MOVE 'Y' TO STOCKS-OPEN
           END-IF.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS = '35'
               *> First use since the balance file was introduced -
               *> backfill it once from the postings ledger.
               CALL 'BUILD-CASH-BALANCES'
               OPEN INPUT BALANCE-FILE
           END-IF.
           IF WS-BALANCE-STATUS = '00'
               MOVE 'Y' TO BALANCE-OPEN
           END-IF.

       PROCESS-RTN.
           READ ACCOUNTS-FILE
               AT END MOVE 'Y' TO EOF
               NOT AT END
                   IF ACCOUNT-MARGIN-FLAG = 'Y'
                       PERFORM VALUE-ACCOUNT-RTN
                   END-IF
           END-READ.

       VALUE-ACCOUNT-RTN.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE 0 TO WS-MARKET-VALUE WS-LOAN-VALUE WS-REQUIRED.
           MOVE 0 TO WS-NET-CASH WS-DEBIT.
           IF PORTFOLIO-OPEN = 'Y'
               MOVE 'N' TO HOLDINGS-EOF
               MOVE ACCOUNT-NUMBER TO PORTFOLIO-ACCOUNT
               MOVE LOW-VALUES TO PORTFOLIO-STOCK-SYMBOL
               START PORTFOLIO-FILE KEY IS NOT < PORTFOLIO-KEY
                   INVALID KEY MOVE 'Y' TO HOLDINGS-EOF
               END-START
               PERFORM VALUE-ONE-HOLDING-RTN UNTIL HOLDINGS-EOF = 'Y'
           END-IF.
           IF BALANCE-OPEN = 'Y'
               MOVE 'N' TO BALANCE-EOF
               MOVE ACCOUNT-NUMBER TO CASH-BALANCE-ACCOUNT
               MOVE LOW-VALUES TO CASH-BALANCE-CURRENCY
               START BALANCE-FILE KEY IS NOT < CASH-BALANCE-KEY
                   INVALID KEY MOVE 'Y' TO BALANCE-EOF
               END-START
               PERFORM VALUE-ONE-BALANCE-RTN UNTIL BALANCE-EOF = 'Y'
           END-IF.
           MOVE WS-LOAN-VALUE TO WS-LINE.
           IF ACCOUNT-LOAN-LIMIT IS NUMERIC
               IF WS-LINE > ACCOUNT-LOAN-LIMIT
                   MOVE ACCOUNT-LOAN-LIMIT TO WS-LINE
               END-IF
           ELSE
               MOVE 0 TO WS-LINE
           END-IF.
           IF WS-NET-CASH < 0
               COMPUTE WS-DEBIT = 0 - WS-NET-CASH
           END-IF.
           COMPUTE WS-EQUITY = WS-MARKET-VALUE + WS-NET-CASH.
           COMPUTE WS-EXCESS = WS-EQUITY - WS-REQUIRED.
           MOVE 'OK' TO WS-STATUS.
           IF WS-EXCESS < 0
               MOVE 'CALL' TO WS-STATUS
               PERFORM HOLD-ONE-CALL-RTN
           ELSE
               IF WS-DEBIT > WS-LINE
                   MOVE 'OVER' TO WS-STATUS
                   ADD 1 TO WS-OVER-COUNT
               END-IF
           END-IF.
           MOVE ACCOUNT-NUMBER TO RD-ACCOUNT.
           MOVE WS-MARKET-VALUE TO RD-MARKET-VALUE.
           MOVE WS-LOAN-VALUE TO RD-LOAN-VALUE.
           MOVE WS-DEBIT TO RD-DEBIT.
           MOVE WS-EQUITY TO RD-EQUITY.
           MOVE WS-REQUIRED TO RD-REQUIRED.
           MOVE WS-EXCESS TO RD-EXCESS.
           MOVE WS-STATUS TO RD-STATUS.
           MOVE DETAIL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       VALUE-ONE-HOLDING-RTN.
           *> Priced and translated the way BUYING-POWER values the same
           *> holding at trade time; one off the stocks master is worth
           *> nothing here.

           READ PORTFOLIO-FILE NEXT RECORD
               AT END MOVE 'Y' TO HOLDINGS-EOF
               NOT AT END
                   IF PORTFOLIO-ACCOUNT NOT = ACCOUNT-NUMBER
                       MOVE 'Y' TO HOLDINGS-EOF
                   ELSE
                       PERFORM PRICE-ONE-HOLDING-RTN
                   END-IF
           END-READ.

       PRICE-ONE-HOLDING-RTN.
           MOVE 0 TO CPRICE.
           IF STOCKS-OPEN = 'Y'
               MOVE PORTFOLIO-STOCK-SYMBOL TO SSYMBOL
               READ STOCKS-FILE
                   INVALID KEY MOVE 0 TO CPRICE
               END-READ
           END-IF.
           IF CPRICE > 0
               CALL 'MARGIN-RATE-LOOKUP' USING SASSET-CLASS
                   WS-LOAN-PCT WS-MAINT-PCT
               CALL 'FX-RATE-LOOKUP' USING SCURRENCY WS-FX-RATE
                   WS-FX-FOUND
               COMPUTE WS-LINE-VALUE =
                   NUMBER-OF-SHARES * CPRICE * WS-FX-RATE
               ADD WS-LINE-VALUE TO WS-MARKET-VALUE
               COMPUTE WS-LOAN-VALUE = WS-LOAN-VALUE
                   + WS-LINE-VALUE * WS-LOAN-PCT / 100
               COMPUTE WS-REQUIRED = WS-REQUIRED
                   + WS-LINE-VALUE * WS-MAINT-PCT / 100
           END-IF.

       VALUE-ONE-BALANCE-RTN.
           *> Every currency, credit or debit, net of pending debits the
           *> way READ-CASH-BALANCE counts them.

           READ BALANCE-FILE NEXT RECORD
               AT END MOVE 'Y' TO BALANCE-EOF
               NOT AT END
                   IF CASH-BALANCE-ACCOUNT NOT = ACCOUNT-NUMBER
                       MOVE 'Y' TO BALANCE-EOF
                   ELSE
                       MOVE CASH-BALANCE-AMOUNT TO WS-CASH-AMOUNT
                       IF CASH-BALANCE-PENDING < 0
                           ADD CASH-BALANCE-PENDING TO WS-CASH-AMOUNT
                       END-IF
                       CALL 'FX-RATE-LOOKUP' USING
                           CASH-BALANCE-CURRENCY WS-FX-RATE WS-FX-FOUND
                       COMPUTE WS-SIGNED-VALUE =
                           WS-CASH-AMOUNT * WS-FX-RATE
                       ADD WS-SIGNED-VALUE TO WS-NET-CASH
                   END-IF
           END-READ.

       HOLD-ONE-CALL-RTN.
           COMPUTE WS-LINE-VALUE = 0 - WS-EXCESS.
           ADD WS-LINE-VALUE TO WS-TOTAL-SHORTFALL.
           IF WS-CALL-MAX < 100
               ADD 1 TO WS-CALL-MAX
               MOVE ACCOUNT-NUMBER TO WS-CALL-ACCOUNT (WS-CALL-MAX)
               MOVE ACCOUNT-HOLDER-NAME TO WS-CALL-HOLDER (WS-CALL-MAX)
               MOVE WS-DEBIT TO WS-CALL-DEBIT (WS-CALL-MAX)
               MOVE WS-LINE-VALUE TO WS-CALL-AMOUNT (WS-CALL-MAX)
           ELSE
               IF WS-CALL-FULL-FLAG = 'N'
                   DISPLAY 'MARGIN-REPORT: CALL TABLE FULL - '
                       'SEE STATUS COLUMN FOR CALLS BEYOND 100'
                   MOVE 'Y' TO WS-CALL-FULL-FLAG
               END-IF
           END-IF.

       WRITE-CALLS-RTN.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CALL-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-CALL-MAX = 0
               MOVE NO-CALLS-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE CALL-HEADER TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM WRITE-ONE-CALL-RTN
                   VARYING WS-CALL-SUB FROM 1 BY 1
                   UNTIL WS-CALL-SUB > WS-CALL-MAX
           END-IF.

       WRITE-ONE-CALL-RTN.
           MOVE WS-CALL-ACCOUNT (WS-CALL-SUB) TO CD-ACCOUNT.
           MOVE WS-CALL-HOLDER (WS-CALL-SUB) TO CD-HOLDER.
           MOVE WS-CALL-DEBIT (WS-CALL-SUB) TO CD-DEBIT.
           MOVE WS-CALL-AMOUNT (WS-CALL-SUB) TO CD-AMOUNT.
           MOVE CALL-DETAIL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       CLOSE-RTN.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Margin accounts valued: ' TO SC-LABEL.
           MOVE WS-ACCOUNT-COUNT TO SC-COUNT.
           MOVE SUMMARY-COUNT-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Margin calls: ' TO SC-LABEL.
           MOVE WS-CALL-MAX TO SC-COUNT.
           MOVE SUMMARY-COUNT-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Accounts over their line: ' TO SC-LABEL.
           MOVE WS-OVER-COUNT TO SC-COUNT.
           MOVE SUMMARY-COUNT-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-SHORTFALL TO SA-AMOUNT.
           MOVE SUMMARY-AMOUNT-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           IF ACCOUNTS-OPEN = 'Y'
               CLOSE ACCOUNTS-FILE
           END-IF.
           IF PORTFOLIO-OPEN = 'Y'
               CLOSE PORTFOLIO-FILE
           END-IF.
           IF STOCKS-OPEN = 'Y'
               CLOSE STOCKS-FILE
           END-IF.
           IF BALANCE-OPEN = 'Y'
               CLOSE BALANCE-FILE
           END-IF.
           DISPLAY 'MARGIN-REPORT: MARGIN CALLS: ' WS-CALL-MAX.
       END PROGRAM MARGIN-REPORT.
