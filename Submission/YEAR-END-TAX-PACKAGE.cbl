           *> capital applied from ROC entries - with grand totals - in
           *> one document, instead of CAPITAL-GAINS-SUMMARY plus a
           *> hand-eyeballed DIVIDENDS.dat plus basis changes recorded
           *> nowhere. A closing section lists, per account, the income
           *> from foreign issuers and the tax withheld on it at source
           *> (WHT entries), in the paying currency and in CAD, so the
           *> client can claim the foreign tax credit. Registered
           *> accounts (TFSA, RRSP) are left out - nothing in them is
           *> reported on the holder's return for the year.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAX-KEY.

           SELECT STOCKS-FILE
           ASSIGN TO '../STOCKS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SSYMBOL
           FILE STATUS IS WS-STOCKS-STATUS.

           SELECT ACCOUNTS-FILE
           ASSIGN TO '../ACCOUNTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACCOUNT-NUMBER
           FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           02 TAX-REALIZED-GAIN PIC S9(9)V99.
           02 TAX-DIVIDEND-INCOME PIC 9(9)V99.
           02 TAX-ROC-APPLIED PIC 9(9)V99.
           02 TAX-CURRENCY PIC X(3).
           02 TAX-FOREIGN-TAX PIC 9(9)V99.

       FD STOCKS-FILE.
       01 STOCKS-RECORD.
           02 SSYMBOL PIC X(7).
           02 SNAME PIC X(25).
           02 CPRICE PIC 9(6)V99.
           02 SPRICE-DATE PIC 9(8).
           02 SSECTOR PIC X(12).
           02 SASSET-CLASS PIC X(6).
           02 SCURRENCY PIC X(3).

       FD ACCOUNTS-FILE.
       COPY '../ACCOUNT-MASTER.dat'.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(90).
       01 WS-TOTAL-GAIN PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-DIVIDEND PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-ROC PIC 9(9)V99 VALUE 0.
       01 WS-ACCOUNTS-STATUS PIC X(2).
       01 ACCOUNTS-OPEN PIC A VALUE 'N'.           *> 'Y' once the accounts master opened
       01 WS-LAST-ACCOUNT PIC X(5) VALUE SPACES.
       01 REGISTERED-FLAG PIC A VALUE 'N'.         *> 'Y' for a TFSA / RRSP account
       01 WS-STOCKS-STATUS PIC X(2).
       01 STOCKS-OPEN PIC A VALUE 'N'.             *> 'Y' once the stocks master opened
       01 WS-FX-RATE PIC 9(3)V9(6).
       01 WS-FX-FOUND PIC A.
       01 WS-INCOME-CAD PIC 9(9)V99.
       01 WS-TAX-CAD PIC 9(9)V99.
       01 WS-PREV-ACCOUNT PIC X(5).
       01 WS-ACCT-INCOME-CAD PIC 9(9)V99.
       01 WS-ACCT-TAX-CAD PIC 9(9)V99.
       01 WS-FOREIGN-INCOME-CAD PIC 9(9)V99 VALUE 0.
       01 WS-FOREIGN-TAX-CAD PIC 9(9)V99 VALUE 0.
       01 OPS-PROGRAM-NAME PIC X(20) VALUE 'YEAR-END-TAX-PACKAGE'.
       01 OPS-STATUS PIC X(8).                     *> STARTED / ENDED-OK / FAILED
       01 OPS-READ-COUNT PIC 9(5).
           02 FILLER PIC X(3) VALUE SPACES.
           02 GT-ROC PIC $$$$$$$,$$9.99.

       01 FOREIGN-TITLE-RECORD PIC X(60) VALUE
           'FOREIGN INCOME AND FOREIGN TAX PAID (CAD AT CURRENT RATE)'.
       01 FOREIGN-HEADER.
           02 FILLER PIC X(7) VALUE 'ACCT'.
           02 FILLER PIC X(9) VALUE 'SYMBOL'.
           02 FILLER PIC X(5) VALUE 'CUR'.
           02 FILLER PIC X(16) VALUE ' FOREIGN INCOME'.
           02 FILLER PIC X(16) VALUE '    FOREIGN TAX'.
           02 FILLER PIC X(16) VALUE '     INCOME CAD'.
           02 FILLER PIC X(16) VALUE '        TAX CAD'.
       01 FOREIGN-DETAIL-RECORD.
           02 FD-ACCOUNT PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FD-SYMBOL PIC X(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FD-CURRENCY PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FD-INCOME PIC $$$$$$$,$$9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FD-TAX PIC $$$$$$$,$$9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FD-INCOME-CAD PIC $$$$$$$,$$9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FD-TAX-CAD PIC $$$$$$$,$$9.99.
       01 FOREIGN-TOTAL-RECORD.
           02 FT-LABEL PIC X(53).
           02 FT-INCOME-CAD PIC $$$$$$$,$$9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FT-TAX-CAD PIC $$$$$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'STARTED' TO OPS-STATUS.
           OPEN OUTPUT TAX-SUMMARY-FILE.
           CLOSE TAX-SUMMARY-FILE.
           OPEN I-O TAX-SUMMARY-FILE.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-STATUS = '00'
               MOVE 'Y' TO ACCOUNTS-OPEN
           END-IF.
           OPEN INPUT STOCKS-FILE.
           IF WS-STOCKS-STATUS = '00'
               MOVE 'Y' TO STOCKS-OPEN
           END-IF.
           OPEN OUTPUT REPORT-FILE.

       DETECT-YEAR-OPTION-RTN.
       READ-JOURNAL-RTN.
           READ JOURNAL-FILE
               AT END MOVE 'Y' TO JOURNAL-EOF
               NOT AT END
                   PERFORM CHECK-REGISTERED-RTN
                   IF REGISTERED-FLAG NOT = 'Y'
                       PERFORM ACCUMULATE-TAX-RTN
                   END-IF
           END-READ.

       CHECK-REGISTERED-RTN.
           *> Income and gains inside a TFSA or RRSP are not taxable to
           *> the holder this year, so registered accounts are left out.
           *> The last answer is kept - a journal runs in account runs.
           *> With no accounts master every account counts as cash.

           IF JOURNAL-ACCOUNT NOT = WS-LAST-ACCOUNT
               MOVE JOURNAL-ACCOUNT TO WS-LAST-ACCOUNT
               MOVE 'N' TO REGISTERED-FLAG
               IF ACCOUNTS-OPEN = 'Y'
                   MOVE JOURNAL-ACCOUNT TO ACCOUNT-NUMBER
                   READ ACCOUNTS-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF ACCOUNT-TYPE NOT = SPACES
                               AND ACCOUNT-TYPE NOT = 'CASH'
                               MOVE 'Y' TO REGISTERED-FLAG
                           END-IF
                   END-READ
               END-IF
           END-IF.

       ACCUMULATE-TAX-RTN.
           *> Each SELL entry already carries its disposed lot's own cost
           *> basis, so the realized figure here is true lot-level gain.
                   COMPUTE WS-ENTRY-AMOUNT =
                       JOURNAL-SHARES * JOURNAL-PRICE
                   PERFORM UPDATE-TAX-SUMMARY-RTN
               WHEN 'WHT'
                   *> Foreign tax withheld at source - one unit at the
                   *> amount withheld.
                   COMPUTE WS-ENTRY-AMOUNT =
                       JOURNAL-SHARES * JOURNAL-PRICE
                   PERFORM UPDATE-TAX-SUMMARY-RTN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               MOVE 0 TO TAX-REALIZED-GAIN
               MOVE 0 TO TAX-DIVIDEND-INCOME
               MOVE 0 TO TAX-ROC-APPLIED
               MOVE 0 TO TAX-FOREIGN-TAX
               PERFORM LOOKUP-CURRENCY-RTN
           END-IF.
           EVALUATE JOURNAL-TRANSACTION-TYPE
               WHEN 'SELL'
                   ADD WS-ENTRY-AMOUNT TO TAX-DIVIDEND-INCOME
               WHEN 'ROC'
                   ADD WS-ENTRY-AMOUNT TO TAX-ROC-APPLIED
               WHEN 'WHT'
                   ADD WS-ENTRY-AMOUNT TO TAX-FOREIGN-TAX
           END-EVALUATE.
           IF TAX-FOUND-FLAG = 'Y'
               REWRITE TAX-SUMMARY-RECORD
               WRITE TAX-SUMMARY-RECORD
           END-IF.

       LOOKUP-CURRENCY-RTN.
           *> A distribution is paid in the stock's own currency. A
           *> symbol off the master (or no master yet) counts as home
           *> currency, the way RECORD-DIVIDEND posts it.

           MOVE SPACES TO TAX-CURRENCY.
           IF STOCKS-OPEN = 'Y'
               MOVE JOURNAL-STOCK-SYMBOL TO SSYMBOL
               READ STOCKS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE SCURRENCY TO TAX-CURRENCY
               END-READ
           END-IF.

       WRITE-REPORT-RTN.
           PERFORM WRITE-REPORT-HEADER.
           MOVE 'N' TO TAX-EOF.
           END-START.
           PERFORM WRITE-DETAIL-RTN UNTIL TAX-EOF = 'Y'.
           PERFORM WRITE-GRAND-TOTAL-RTN.
           PERFORM WRITE-FOREIGN-SECTION-RTN.

       WRITE-REPORT-HEADER.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           MOVE REPORT-GRAND-TOTAL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-FOREIGN-SECTION-RTN.
           *> A second pass over the summary for the symbols paid in a
           *> foreign currency, subtotalled per account in CAD.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE FOREIGN-TITLE-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE FOREIGN-HEADER TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-PREV-ACCOUNT.
           MOVE 0 TO WS-ACCT-INCOME-CAD WS-ACCT-TAX-CAD.
           MOVE 'N' TO TAX-EOF.
           MOVE LOW-VALUES TO TAX-KEY.
           START TAX-SUMMARY-FILE KEY IS GREATER THAN OR EQUAL
               TAX-KEY
               INVALID KEY MOVE 'Y' TO TAX-EOF
           END-START.
           PERFORM WRITE-FOREIGN-DETAIL-RTN UNTIL TAX-EOF = 'Y'.
           IF WS-PREV-ACCOUNT NOT = SPACES
               PERFORM WRITE-FOREIGN-ACCOUNT-TOTAL-RTN
           END-IF.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Foreign Totals (CAD):' TO FT-LABEL.
           MOVE WS-FOREIGN-INCOME-CAD TO FT-INCOME-CAD.
           MOVE WS-FOREIGN-TAX-CAD TO FT-TAX-CAD.
           MOVE FOREIGN-TOTAL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-FOREIGN-DETAIL-RTN.
           READ TAX-SUMMARY-FILE NEXT RECORD
               AT END MOVE 'Y' TO TAX-EOF
               NOT AT END
                   IF TAX-CURRENCY NOT = SPACES
                       AND TAX-CURRENCY NOT = 'CAD'
                       AND (TAX-DIVIDEND-INCOME > 0
                       OR TAX-FOREIGN-TAX > 0)
                       PERFORM WRITE-FOREIGN-LINE-RTN
                   END-IF
           END-READ.

       WRITE-FOREIGN-LINE-RTN.
           IF TAX-ACCOUNT NOT = WS-PREV-ACCOUNT
               IF WS-PREV-ACCOUNT NOT = SPACES
                   PERFORM WRITE-FOREIGN-ACCOUNT-TOTAL-RTN
               END-IF
               MOVE TAX-ACCOUNT TO WS-PREV-ACCOUNT
               MOVE 0 TO WS-ACCT-INCOME-CAD WS-ACCT-TAX-CAD
           END-IF.
           CALL 'FX-RATE-LOOKUP' USING TAX-CURRENCY WS-FX-RATE
               WS-FX-FOUND.
           COMPUTE WS-INCOME-CAD ROUNDED =
               TAX-DIVIDEND-INCOME * WS-FX-RATE.
           COMPUTE WS-TAX-CAD ROUNDED = TAX-FOREIGN-TAX * WS-FX-RATE.
           ADD WS-INCOME-CAD TO WS-ACCT-INCOME-CAD
               WS-FOREIGN-INCOME-CAD.
           ADD WS-TAX-CAD TO WS-ACCT-TAX-CAD WS-FOREIGN-TAX-CAD.
           MOVE TAX-ACCOUNT TO FD-ACCOUNT.
           MOVE TAX-SYMBOL TO FD-SYMBOL.
           MOVE TAX-CURRENCY TO FD-CURRENCY.
           MOVE TAX-DIVIDEND-INCOME TO FD-INCOME.
           MOVE TAX-FOREIGN-TAX TO FD-TAX.
           MOVE WS-INCOME-CAD TO FD-INCOME-CAD.
           MOVE WS-TAX-CAD TO FD-TAX-CAD.
           MOVE FOREIGN-DETAIL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-FOREIGN-ACCOUNT-TOTAL-RTN.
           MOVE SPACES TO FT-LABEL.
           STRING '  Account ' DELIMITED BY SIZE
                   WS-PREV-ACCOUNT DELIMITED BY SIZE
                   ' total (CAD):' DELIMITED BY SIZE
               INTO FT-LABEL.
           MOVE WS-ACCT-INCOME-CAD TO FT-INCOME-CAD.
           MOVE WS-ACCT-TAX-CAD TO FT-TAX-CAD.
           MOVE FOREIGN-TOTAL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       CLOSE-FILES.
           CLOSE TAX-SUMMARY-FILE REPORT-FILE.
           IF STOCKS-OPEN = 'Y'
               CLOSE STOCKS-FILE
           END-IF.
           IF ACCOUNTS-OPEN = 'Y'
               CLOSE ACCOUNTS-FILE
           END-IF.
       END PROGRAM YEAR-END-TAX-PACKAGE.
