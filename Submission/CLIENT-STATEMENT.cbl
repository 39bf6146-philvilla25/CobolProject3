           *> TXN-JOURNAL-INDEX.txt, and the current holdings valued
           *> off PORTFOLIO.dat/STOCKS.dat - replacing the valuation
           *> report, CASH-STATEMENT, and the dividends accumulator
           *> pages that used to be stapled together by hand. The
           *> month's management fees (FEE postings) are also totalled
           *> on a line of their own under the cash balances, and
           *> currency conversions (CONV postings) are netted per
           *> currency on another and shown in the activity as a
           *> conversion - one currency's cash exchanged for
           *> another's, never money in or out of the account. A
           *> bond holding is valued from its terms on BONDS.dat - its
           *> price as a percent of par, plus the interest accrued to
           *> today - with a line under it showing both.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS RANDOM
           RECORD KEY IS SSYMBOL.

           SELECT BOND-FILE
           ASSIGN TO '../BONDS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BOND-SYMBOL
           FILE STATUS IS WS-BOND-STATUS.

           SELECT ACCOUNTS-FILE
           ASSIGN TO '../ACCOUNTS.dat'
           ORGANIZATION IS INDEXED
           02 SASSET-CLASS PIC X(6).
           02 SCURRENCY PIC X(3).

       FD BOND-FILE.
       COPY '../BOND.dat'.

       FD ACCOUNTS-FILE.
       COPY '../ACCOUNT-MASTER.dat'.


       01 WS-PORTFOLIO-STATUS PIC X(2).            *> non-'00' means no holdings file
       01 WS-ACCOUNTS-STATUS PIC X(2).             *> '35' while no accounts master exists
       01 WS-BOND-STATUS PIC X(2).                 *> '35' until a bond is set up
       01 BONDS-OPEN PIC A VALUE 'N'.              *> 'Y' once BONDS.dat opened
       01 WS-CASH-STATUS PIC X(2).                 *> '00' only when the ledger exists
       01 WS-INDEX-STATUS PIC X(2).                *> '00' once any journal day exists
       01 WS-JOURNAL-STATUS PIC X(2).              *> '00' only on days a journal exists
               03 WS-CCY-CODE PIC X(3).
               03 WS-CCY-OPENING PIC S9(9)V99.
               03 WS-CCY-CLOSING PIC S9(9)V99.
               03 WS-CCY-FEES PIC S9(9)V99.
               03 WS-CCY-CONVERTED PIC S9(9)V99.
       01 WS-ACTIVITY-COUNT PIC 9(5).
       01 WS-HOLDING-COUNT PIC 9(5).
       01 WS-TOTAL-MARKET-VALUE PIC 9(9)V99.
       01 ADJUSTED-COST-BASE PIC 9(7)V99.
       01 MARKET-VALUE PIC 9(7)V99.
       01 TOTAL-GAIN-OR-LOSS PIC 9(7)V99-.
       01 WS-TODAY-DATE PIC 9(8).                  *> Bonds accrue interest to today
       01 BOND-FOUND-FLAG PIC A.
       01 WS-BOND-ACCRUED PIC 9(7)V9(6).           *> Returned by BOND-ACCRUAL, per unit
       01 WS-BOND-COUPON PIC 9(7)V9(6).
       01 WS-BOND-PREV-COUPON PIC 9(8).
       01 WS-BOND-NEXT-COUPON PIC 9(8).
       01 WS-BOND-ACCRUED-VALUE PIC 9(7)V99.

       01 INPUT-ACCOUNT PIC X(5).
       01 WS-RAW-MONTH PIC X(6).
           02 AD-SHARES PIC ZZ,ZZ9.999.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AD-PRICE PIC $$$$,$$9.99.
       01 CONVERSION-DETAIL-RECORD.
           02 CV-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CV-TYPE PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CV-FROM-CURRENCY PIC X(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CV-SOLD PIC $$$$,$$9.99.
           02 FILLER PIC X(4) VALUE ' -> '.
           02 CV-TO-CURRENCY PIC X(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CV-BOUGHT PIC $$$$,$$9.99.
       01 HOLDINGS-TITLE PIC X(16) VALUE 'CURRENT HOLDINGS'.
       01 HOLDINGS-HEADER.
           02 HH-SYMBOL PIC X(9) VALUE 'SYMBOL'.
           02 HD-COST PIC $$$$,$$9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 HD-VALUE PIC $$$$$,$$9.99.
       01 BOND-DETAIL-RECORD.
           02 FILLER PIC X(9) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'Price: '.
           02 BD-PRICE PIC ZZ9.99.
           02 FILLER PIC X(14) VALUE '% of par  Face'.
           02 BD-FACE PIC $$$$,$$9.99.
           02 FILLER PIC X(11) VALUE '  Accrued: '.
           02 BD-ACCRUED PIC $$$$,$$9.99.
           02 FILLER PIC X(8) VALUE '  Next: '.
           02 BD-NEXT-COUPON PIC X(8).
       01 HOLDINGS-TOTAL-RECORD.
           *> The grand total is translated to home currency - the
           *> detail lines stay in each holding's own money.
               GOBACK
           END-IF.
           OPEN INPUT STOCKS-FILE.
           OPEN INPUT BOND-FILE.
           IF WS-BOND-STATUS = '00'
               MOVE 'Y' TO BONDS-OPEN
           END-IF.
           OPEN INPUT ACCOUNTS-FILE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

       PROCESS-RTN.
           *> One statement request: validate it, then write the three
                       TO WS-CLOSING-BALANCE
               END-IF
           END-PERFORM.
           PERFORM WRITE-FEE-LINE-RTN
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-MAX.
           PERFORM WRITE-CONVERSION-LINE-RTN
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-MAX.
           MOVE EQUAL-SIGNS TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       WRITE-FEE-LINE-RTN.
           *> Fees charged this month, shown as the amount charged.

           IF WS-CCY-FEES (WS-CCY-SUB) NOT = 0
               MOVE 'Management Fees:       ' TO BAL-LABEL
               MOVE WS-CCY-CODE (WS-CCY-SUB) TO BAL-CURRENCY
               COMPUTE BAL-AMOUNT = 0 - WS-CCY-FEES (WS-CCY-SUB)
               MOVE BALANCE-RECORD TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

       ADD-TO-FEES-RTN.
           IF WS-CCY-CODE (WS-CCY-SUB) = WS-POST-CURRENCY
               ADD CASH-POST-AMOUNT TO WS-CCY-FEES (WS-CCY-SUB)
           END-IF.

       WRITE-CONVERSION-LINE-RTN.
           *> Net converted into (+) or out of (-) each currency this
           *> month - cash that changed currency inside the account.

           IF WS-CCY-CONVERTED (WS-CCY-SUB) NOT = 0
               MOVE 'Currency Conversions:  ' TO BAL-LABEL
               MOVE WS-CCY-CODE (WS-CCY-SUB) TO BAL-CURRENCY
               MOVE WS-CCY-CONVERTED (WS-CCY-SUB) TO BAL-AMOUNT
               MOVE BALANCE-RECORD TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

       ADD-TO-CONVERSIONS-RTN.
           IF WS-CCY-CODE (WS-CCY-SUB) = WS-POST-CURRENCY
               ADD CASH-POST-AMOUNT TO WS-CCY-CONVERTED (WS-CCY-SUB)
           END-IF.

       NORMALIZE-CURRENCY-RTN.
           *> Postings from before the currency column were all
           *> home-currency money.
                   MOVE WS-POST-CURRENCY TO WS-CCY-CODE (WS-CCY-MAX)
                   MOVE 0 TO WS-CCY-OPENING (WS-CCY-MAX)
                   MOVE 0 TO WS-CCY-CLOSING (WS-CCY-MAX)
                   MOVE 0 TO WS-CCY-FEES (WS-CCY-MAX)
                   MOVE 0 TO WS-CCY-CONVERTED (WS-CCY-MAX)
                   MOVE 'Y' TO WS-CCY-FOUND
               ELSE
                   IF WS-CCY-FULL-FLAG = 'N'
                       PERFORM NORMALIZE-CURRENCY-RTN
                       PERFORM FIND-CURRENCY-SLOT-RTN
                       PERFORM ADD-TO-CLOSING-RTN
                       IF CASH-POST-TYPE = 'FEE'
                           PERFORM ADD-TO-FEES-RTN
                               VARYING WS-CCY-SUB FROM 1 BY 1
                               UNTIL WS-CCY-SUB > WS-CCY-MAX
                       END-IF
                       IF CASH-POST-TYPE = 'CONV'
                           PERFORM ADD-TO-CONVERSIONS-RTN
                               VARYING WS-CCY-SUB FROM 1 BY 1
                               UNTIL WS-CCY-SUB > WS-CCY-MAX
                       END-IF
                       MOVE CASH-POST-DATE TO CD-DATE
                       MOVE CASH-POST-TYPE TO CD-TYPE
                       MOVE CASH-POST-SYMBOL TO CD-SYMBOL
           END-READ.

       WRITE-ACTIVITY-LINE-RTN.
           *> A conversion has no shares or price - it carries the
           *> currency sold and its amount in the symbol and price
           *> columns, the currency bought and its amount in the
           *> new-symbol and cost columns.

           IF JOURNAL-TRANSACTION-TYPE = 'CONV'
               MOVE JOURNAL-DATE TO CV-DATE
               MOVE JOURNAL-TRANSACTION-TYPE TO CV-TYPE
               MOVE JOURNAL-STOCK-SYMBOL TO CV-FROM-CURRENCY
               MOVE JOURNAL-PRICE TO CV-SOLD
               MOVE JOURNAL-NEW-SYMBOL TO CV-TO-CURRENCY
               MOVE JOURNAL-AVERAGE-COST TO CV-BOUGHT
               MOVE CONVERSION-DETAIL-RECORD TO STATEMENT-LINE
           ELSE
               MOVE JOURNAL-DATE TO AD-DATE
               MOVE JOURNAL-TRANSACTION-TYPE TO AD-TYPE
               MOVE JOURNAL-STOCK-SYMBOL TO AD-SYMBOL
               MOVE JOURNAL-SHARES TO AD-SHARES
               MOVE JOURNAL-PRICE TO AD-PRICE
               MOVE ACTIVITY-DETAIL-RECORD TO STATEMENT-LINE
           END-IF.
           WRITE STATEMENT-LINE.
           ADD 1 TO WS-ACTIVITY-COUNT.

             BY CONTENT NUMBER-OF-SHARES CPRICE
             ADJUSTED-COST-BASE BY REFERENCE MARKET-VALUE
             TOTAL-GAIN-OR-LOSS.
           MOVE 'N' TO BOND-FOUND-FLAG.
           IF STOCK-FOUND-FLAG = 'Y' AND SASSET-CLASS = 'BOND'
               PERFORM PRICE-BOND-RTN
           END-IF.
           *> The total adds in home currency - the same FX-RATE-LOOKUP
           *> translation the valuation report's grand totals use.
           CALL 'FX-RATE-LOOKUP' USING SCURRENCY WS-FX-RATE
           MOVE MARKET-VALUE TO HD-VALUE.
           MOVE HOLDINGS-DETAIL-RECORD TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           IF BOND-FOUND-FLAG = 'Y'
               PERFORM WRITE-BOND-LINE-RTN
           END-IF.

       PRICE-BOND-RTN.
           *> A bond's price is a percent of par and its shares are
           *> units of BOND-FACE-VALUE - the valuation report's
           *> pricing, accrued interest included. A bond with no terms
           *> on file stays priced as an equity.

           IF BONDS-OPEN = 'Y'
               MOVE SSYMBOL TO BOND-SYMBOL
               READ BOND-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO BOND-FOUND-FLAG
               END-READ
           END-IF.
           IF BOND-FOUND-FLAG = 'Y'
               CALL 'BOND-ACCRUAL' USING BOND-RECORD WS-TODAY-DATE
                   WS-BOND-ACCRUED WS-BOND-COUPON WS-BOND-PREV-COUPON
                   WS-BOND-NEXT-COUPON
               COMPUTE WS-BOND-ACCRUED-VALUE ROUNDED =
                   NUMBER-OF-SHARES * WS-BOND-ACCRUED
               COMPUTE MARKET-VALUE ROUNDED =
                   NUMBER-OF-SHARES * BOND-FACE-VALUE * CPRICE / 100
                   + WS-BOND-ACCRUED-VALUE
           END-IF.

       WRITE-BOND-LINE-RTN.
           MOVE CPRICE TO BD-PRICE.
           MOVE BOND-FACE-VALUE TO BD-FACE.
           MOVE WS-BOND-ACCRUED-VALUE TO BD-ACCRUED.
           IF WS-BOND-NEXT-COUPON = 99999999
               MOVE 'MATURED' TO BD-NEXT-COUPON
           ELSE
               MOVE WS-BOND-NEXT-COUPON TO BD-NEXT-COUPON
           END-IF.
           MOVE BOND-DETAIL-RECORD TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       DISPLAY-OUTPUT.
            *> Display where the statement was written.
           *> Close the portfolio, stocks, and accounts files.

           CLOSE PORTFOLIO-FILE STOCKS-FILE.
           IF BONDS-OPEN = 'Y'
               CLOSE BOND-FILE
           END-IF.
           IF WS-ACCOUNTS-STATUS NOT = '35'
               *> '35' means no accounts master exists and the file
               *> never opened; any other status means it did.
