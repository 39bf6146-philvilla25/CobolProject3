       01 WS-TODAY-DATE PIC 9(8).                   *> Today's date, YYYYMMDD
       01 WS-CURRENT-YEAR PIC 9(4).
       01 WS-JOURNAL-PATH PIC X(40).                *> Dated journal file name
       01 WS-OPERATOR-ID PIC X(8).                 *> Signed-on operator, stamped on the journal
       01 WS-OPERATOR-ROLE PIC X(10).
       01 WS-PORTFOLIO-STATUS PIC X(2).             *> '00' only if the exclusive lock was granted
       01 WS-BUSINESS-DAY-STATUS PIC X(2).          *> '00' only when a day-status record exists
       01 WS-DIVIDENDS-STATUS PIC X(2).             *> '00' once DIVIDENDS.dat is open I-O
       01 INPUT-REINVEST-PRICE PIC 9(6)V99.
       01 REINVEST-VALID-FLAG PIC A.
       01 WS-REINVEST-SHARES PIC 9(5)V9(3).         *> Fractional DRIP shares booked
       01 WS-WITHHOLDING-PCT PIC 9(3)V99.           *> Percent withheld at source
       01 WS-WITHHELD-AMOUNT PIC 9(7)V99.           *> Foreign tax kept back from the gross
       01 NEW-RECORD PIC A.
       01 ERROR-MESSAGE PIC X(40).

           02 LINE 14.
               03 COL 3 VALUE 'Dividend Amount: '.
               03 COL 20 PIC $$$$$,$$9.99 FROM TOTAL-DIVIDEND-AMOUNT.
               03 COL 40 VALUE 'Tax Withheld: '.
               03 COL 54 PIC $$$$$,$$9.99 FROM WS-WITHHELD-AMOUNT.
           02 LINE 15.
               03 COL 3 VALUE 'Year-to-Date Dividends: '.
               03 COL 27 PIC $$$$$,$$9.99 FROM DIVIDEND-YTD-AMOUNT.
           *> probing the whole calendar.

           CALL 'REGISTER-JOURNAL-DATE' USING WS-TODAY-DATE.
           CALL 'CURRENT-OPERATOR' USING WS-OPERATOR-ID
               WS-OPERATOR-ROLE.

       BUILD-JOURNAL-FILENAME.
           *> Today's transaction journal - one dated file, appended to
               PERFORM DISPLAY-ERROR
           ELSE
               PERFORM UPDATE-DIVIDENDS-FILE
               PERFORM CALCULATE-WITHHOLDING-RTN
               IF INPUT-REINVEST-FLAG = 'Y'
                   *> The distribution arrives as shares, not cash -
                   *> book it straight into the holding as a new tax
               ELSE
                   PERFORM POST-CASH-CREDIT
               END-IF
               PERFORM POST-WITHHOLDING-RTN
               PERFORM WRITE-JOURNAL-ENTRY
               PERFORM WRITE-WITHHOLDING-JOURNAL-RTN
               PERFORM DISPLAY-OUTPUT
           END-IF.

           MOVE AVERAGE-COST TO JOURNAL-AVERAGE-COST.
           MOVE 0 TO JOURNAL-COMMISSION.
           MOVE SPACES TO JOURNAL-NEW-SYMBOL.
           MOVE WS-OPERATOR-ID TO JOURNAL-OPERATOR-ID.
           CALL 'JOURNAL-CONTROL' USING WS-TODAY-DATE
               JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.

       CALCULATE-WITHHOLDING-RTN.
           *> A foreign issuer's dividend arrives net of the tax its
           *> country withholds at source - the rate comes from the
           *> shared WITHHOLDING-RATE-LOOKUP table for the stock's
           *> currency and the account. A return of capital is not
           *> income and is never withheld.

           MOVE 0 TO WS-WITHHOLDING-PCT.
           MOVE 0 TO WS-WITHHELD-AMOUNT.
           PERFORM LOOKUP-CURRENCY-RTN.
           IF INPUT-ROC-FLAG NOT = 'Y'
               CALL 'WITHHOLDING-RATE-LOOKUP' USING PORTFOLIO-ACCOUNT
                   WS-CASH-POST-CURRENCY WS-WITHHOLDING-PCT
               COMPUTE WS-WITHHELD-AMOUNT ROUNDED =
                   TOTAL-DIVIDEND-AMOUNT * WS-WITHHOLDING-PCT / 100
           END-IF.

       POST-WITHHOLDING-RTN.
           *> The tax withheld is its own debit against the gross
           *> credit, so the ledger shows gross, tax and - between the
           *> two - the net that actually arrived. A reinvested
           *> dividend buys shares with the gross and the tax comes out
           *> of cash the same way.

           IF WS-WITHHELD-AMOUNT > 0
               MOVE 'WHT' TO WS-CASH-POST-TYPE
               COMPUTE WS-CASH-POST-AMOUNT = 0 - WS-WITHHELD-AMOUNT
               CALL 'POST-CASH' USING WS-TODAY-DATE PORTFOLIO-ACCOUNT
                   WS-CASH-POST-TYPE PORTFOLIO-STOCK-SYMBOL
                   WS-CASH-POST-AMOUNT WS-CASH-POST-CURRENCY
                   WS-SETTLE-DATE
           END-IF.

       WRITE-WITHHOLDING-JOURNAL-RTN.
           *> Journal the tax withheld as a WHT entry beside the
           *> dividend's own, so the year-end tax package can report
           *> the foreign tax paid. The tax is rounded on the whole
           *> distribution, not per share, so the entry carries one
           *> unit at the amount withheld. The replay programs leave
           *> it inert, like a DIV.

           IF WS-WITHHELD-AMOUNT > 0
               MOVE WS-TODAY-DATE TO JOURNAL-DATE
               MOVE PORTFOLIO-ACCOUNT TO JOURNAL-ACCOUNT
               MOVE PORTFOLIO-STOCK-SYMBOL TO JOURNAL-STOCK-SYMBOL
               MOVE 'WHT' TO JOURNAL-TRANSACTION-TYPE
               MOVE 1 TO JOURNAL-SHARES
               MOVE WS-WITHHELD-AMOUNT TO JOURNAL-PRICE
               MOVE AVERAGE-COST TO JOURNAL-AVERAGE-COST
               MOVE 0 TO JOURNAL-COMMISSION
               MOVE SPACES TO JOURNAL-NEW-SYMBOL
               MOVE WS-OPERATOR-ID TO JOURNAL-OPERATOR-ID
               CALL 'JOURNAL-CONTROL' USING WS-TODAY-DATE
                   JOURNAL-RECORD
               WRITE JOURNAL-RECORD
           END-IF.

       POST-CASH-CREDIT.
           *> Settle the distribution into the cash ledger so BUY-STOCKS
           *> can fund later trades with it instead of the money
           ELSE
               MOVE 'DIV' TO WS-CASH-POST-TYPE
           END-IF.
           MOVE TOTAL-DIVIDEND-AMOUNT TO WS-CASH-POST-AMOUNT.
           CALL 'POST-CASH' USING WS-TODAY-DATE PORTFOLIO-ACCOUNT
               WS-CASH-POST-TYPE PORTFOLIO-STOCK-SYMBOL
