       IDENTIFICATION DIVISION.
           PROGRAM-ID. FX-CONVERSION INITIAL.
           *> This program converts cash from one of an account's
           *> currency balances to another - CAD cash to USD cash to
           *> fund a US trade, or back again. The conversion is its own
           *> cash type, CONV, posted through POST-CASH as a linked
           *> pair: a debit of the currency sold and a credit of the
           *> currency bought, both settling the next trading day, and
           *> one CONV entry on today's journal carrying both sides.
           *> It is never a deposit or a withdrawal, so statements,
           *> performance and surveillance no longer see money coming
           *> in or going out where none did.
           *> The rate is the FX-RATES.dat rate (crossed through CAD)
           *> or a dealer rate keyed for the deal, less a spread -
           *> the house standard unless another is keyed. Every deal
           *> goes on the day's FX-CONVERSIONS register.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE
           ASSIGN TO '../ACCOUNTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACCOUNT-NUMBER
           FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT JOURNAL-FILE
           ASSIGN TO WS-JOURNAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT BUSINESS-DAY-FILE
           ASSIGN TO '../BUSINESS-DAY-STATUS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSINESS-DAY-STATUS.

           SELECT REGISTER-FILE
           ASSIGN TO WS-REGISTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS-FILE.
       COPY '../ACCOUNT-MASTER.dat'.

       FD JOURNAL-FILE.
       COPY '../TRANSACTION-JOURNAL.dat'.

       FD BUSINESS-DAY-FILE.
       COPY '../BUSINESS-DAY.dat'.

       FD REGISTER-FILE.
       01 REGISTER-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       *> Variables for processing and calculations.

       01 WS-TODAY-DATE PIC 9(8).                   *> Today's date, YYYYMMDD
       01 WS-SETTLE-DATE PIC 9(8).                  *> Next trading day - T+1
       01 WS-ACCOUNTS-STATUS PIC X(2).              *> '35' while no accounts master exists
       01 WS-JOURNAL-PATH PIC X(40).                *> Dated journal file name
       01 WS-JOURNAL-STATUS PIC X(2).               *> '35' until today's journal exists
       01 WS-BUSINESS-DAY-STATUS PIC X(2).
       01 WS-REGISTER-PATH PIC X(40).               *> Dated conversion register
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(8).                  *> Stamped on the journal
       01 WS-OPERATOR-ROLE PIC X(10).
       01 ACCOUNT-VALID-FLAG PIC A.
       01 WS-CASH-BALANCE PIC S9(9)V99.             *> Available in the currency sold
       01 WS-FROM-CURRENCY PIC X(3).                *> Normalized - blank is CAD
       01 WS-TO-CURRENCY PIC X(3).
       01 WS-FROM-RATE PIC 9(3)V9(6).               *> CAD per one unit sold
       01 WS-TO-RATE PIC 9(3)V9(6).                 *> CAD per one unit bought
       01 WS-FROM-FOUND PIC A.
       01 WS-TO-FOUND PIC A.
       01 WS-MID-RATE PIC 9(3)V9(6).                *> Units bought per unit sold, before spread
       01 WS-CLIENT-RATE PIC 9(3)V9(6).             *> The rate the client gets
       01 WS-SPREAD PIC 9(2)V99.                    *> Percent off the mid rate
       01 WS-STANDARD-SPREAD PIC 9(2)V99 VALUE 1.50.
       01 WS-RATE-SOURCE PIC X(6).                  *> FILE / DEALER
       01 WS-BOUGHT-AMOUNT PIC 9(7)V99.
       01 WS-MAX-AMOUNT PIC 9(7)V99 VALUE 999999.99. *> Widest the journal carries
       01 WS-CASH-POST-TYPE PIC X(4) VALUE 'CONV'.
       01 WS-CASH-POST-SYMBOL PIC X(7).
       01 WS-CASH-POST-AMOUNT PIC S9(9)V99.         *> Signed amount handed to POST-CASH
       01 REGISTER-RECORD.
           02 RG-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RG-ACCOUNT PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RG-FROM-CURRENCY PIC X(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RG-SOLD PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(4) VALUE ' -> '.
           02 RG-TO-CURRENCY PIC X(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RG-BOUGHT PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RG-SOURCE PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RG-MID-RATE PIC ZZ9.999999.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RG-SPREAD PIC Z9.99.
           02 FILLER PIC X(2) VALUE '% '.
           02 RG-CLIENT-RATE PIC ZZ9.999999.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RG-SETTLE-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RG-OPERATOR PIC X(8).

       01 INPUT-ACCOUNT PIC X(5).
       01 INPUT-FROM-CURRENCY PIC X(3).
       01 INPUT-TO-CURRENCY PIC X(3).
       01 WS-RAW-AMOUNT PIC X(9).
       01 INPUT-AMOUNT PIC 9(7)V99.
       01 WS-RAW-RATE PIC X(9).
       01 WS-RAW-RATE-NUM REDEFINES WS-RAW-RATE PIC 9(3)V9(6).
       01 INPUT-RATE PIC 9(3)V9(6).
       01 WS-RAW-SPREAD PIC X(4).
       01 WS-RAW-SPREAD-NUM REDEFINES WS-RAW-SPREAD PIC 9(2)V99.
       01 INPUT-CONFIRM PIC A.
       01 NEW-RECORD PIC A.
       01 ERROR-MESSAGE PIC X(40).

       SCREEN SECTION.
       01 INPUT-SCREEN.
           *> Defining the input screen layout

           02 LINE 2 COL 10 VALUE 'Currency Conversion'.
           02 LINE 4.
               03 COL 3 VALUE 'Enter an Account Number: '.
               03 COL 28 PIC X(5) TO INPUT-ACCOUNT.
           02 LINE 5.
               03 COL 3 VALUE 'Convert From, blank = CAD: '.
               03 COL 30 PIC X(3) TO INPUT-FROM-CURRENCY.
           02 LINE 6.
               03 COL 3 VALUE 'Convert To, blank = CAD: '.
               03 COL 28 PIC X(3) TO INPUT-TO-CURRENCY.
           02 LINE 7.
               03 COL 3 VALUE 'Amount to Convert: '.
               03 COL 22 PIC X(9) TO WS-RAW-AMOUNT.
           02 LINE 8.
               03 COL 3 VALUE
                 'Dealer Rate (001350000 = 1.35), blank = file: '.
               03 COL 49 PIC X(9) TO WS-RAW-RATE.
           02 LINE 9.
               03 COL 3 VALUE 'Spread % (0150 = 1.50), blank = std: '.
               03 COL 40 PIC X(4) TO WS-RAW-SPREAD.
       01 QUOTE-SCREEN.
           *> Defining the quote shown before anything is posted.

           02 LINE 11 COL 10 VALUE 'Conversion Quote'.
           02 LINE 12.
               03 COL 3 VALUE 'Sell: '.
               03 COL 9 PIC X(3) FROM WS-FROM-CURRENCY.
               03 COL 13 PIC $$$$,$$9.99 FROM INPUT-AMOUNT.
           02 LINE 13.
               03 COL 3 VALUE 'Buy:  '.
               03 COL 9 PIC X(3) FROM WS-TO-CURRENCY.
               03 COL 13 PIC $$$$,$$9.99 FROM WS-BOUGHT-AMOUNT.
           02 LINE 14.
               03 COL 3 VALUE 'Rate: '.
               03 COL 9 PIC ZZ9.999999 FROM WS-CLIENT-RATE.
               03 COL 21 VALUE 'Spread %: '.
               03 COL 31 PIC Z9.99 FROM WS-SPREAD.
               03 COL 38 PIC X(6) FROM WS-RATE-SOURCE.
           02 LINE 16.
               03 COL 3 VALUE 'Post this conversion? (Y/N) '.
               03 COL 31 PIC A TO INPUT-CONFIRM.
       01 OUTPUT-SCREEN.
           *> Defining the output screen layout.

           02 LINE 11 COL 10 VALUE 'Conversion Posted'.
           02 LINE 12.
               03 COL 3 VALUE 'Account Number: '.
               03 COL 19 PIC X(5) FROM INPUT-ACCOUNT.
           02 LINE 13.
               03 COL 3 VALUE 'Sold: '.
               03 COL 9 PIC X(3) FROM WS-FROM-CURRENCY.
               03 COL 13 PIC $$$$,$$9.99 FROM INPUT-AMOUNT.
           02 LINE 14.
               03 COL 3 VALUE 'Bought: '.
               03 COL 11 PIC X(3) FROM WS-TO-CURRENCY.
               03 COL 15 PIC $$$$,$$9.99 FROM WS-BOUGHT-AMOUNT.
           02 LINE 15.
               03 COL 3 VALUE 'Settles On: '.
               03 COL 15 PIC 9(8) FROM WS-SETTLE-DATE.
           02 LINE 18.
               03 COL 3 VALUE 'Convert more cash? (Y/N) '.
               03 COL 28 PIC A TO NEW-RECORD.
       01 ERROR-SCREEN.
           *> Defining the error screen shown when a conversion is rejected.

           02 LINE 11 COL 10 VALUE 'Conversion Rejected'.
           02 LINE 13 COL 3 PIC X(40) FROM ERROR-MESSAGE.
           02 LINE 18.
               03 COL 3 VALUE 'Convert more cash? (Y/N) '.
               03 COL 28 PIC A TO NEW-RECORD.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            *> Main procedure to process conversions until done.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM CHECK-BUSINESS-DAY-RTN.
           STRING '../TXN-JOURNAL-' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-JOURNAL-PATH.
           STRING '../FX-CONVERSIONS-' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-REGISTER-PATH.
           CALL 'CURRENT-OPERATOR' USING WS-OPERATOR-ID
               WS-OPERATOR-ROLE.
           CALL 'NEXT-TRADING-DAY' USING WS-TODAY-DATE WS-SETTLE-DATE.
           OPEN INPUT ACCOUNTS-FILE.
           PERFORM PROCESS-RTN UNTIL NEW-RECORD = 'N'.
           IF WS-ACCOUNTS-STATUS NOT = '35'
               CLOSE ACCOUNTS-FILE
           END-IF.
           GOBACK.                                *> GOBACK so the menu
           *> console regains control instead of the whole run unit
           *> terminating, while a standalone run still ends here

       CHECK-BUSINESS-DAY-RTN.
           *> A conversion journals an entry for today, so it honours
           *> the same closed-day lockout the trading screens do. No
           *> control record at all means the close process has never
           *> run here, which is an open day.

           OPEN INPUT BUSINESS-DAY-FILE.
           IF WS-BUSINESS-DAY-STATUS = '00'
               READ BUSINESS-DAY-FILE
                   AT END CONTINUE
               END-READ
               CLOSE BUSINESS-DAY-FILE
               IF BUSINESS-DAY-STATUS = 'CLOSED'
                   DISPLAY 'Business day ' BUSINESS-DAY-DATE
                       ' is closed - run DAILY-OPEN before '
                       'FX-CONVERSION.'
                   GOBACK
               END-IF
           END-IF.

       PROCESS-RTN.
           *> Get one conversion, validate it, quote it, and post it
           *> once the client has agreed the rate.

           PERFORM GET-INPUT.
           MOVE SPACES TO ERROR-MESSAGE.
           PERFORM VALIDATE-INPUT-RTN.
           IF ERROR-MESSAGE = SPACES
               PERFORM VALIDATE-ACCOUNT-RTN
           END-IF.
           IF ERROR-MESSAGE = SPACES
               PERFORM COMPUTE-QUOTE-RTN
           END-IF.
           IF ERROR-MESSAGE = SPACES
               PERFORM CHECK-FUNDS-RTN
           END-IF.
           IF ERROR-MESSAGE = SPACES
               MOVE 'N' TO INPUT-CONFIRM
               ACCEPT QUOTE-SCREEN
               MOVE FUNCTION UPPER-CASE(INPUT-CONFIRM) TO INPUT-CONFIRM
               IF INPUT-CONFIRM = 'Y'
                   PERFORM POST-CONVERSION-RTN
                   PERFORM WRITE-JOURNAL-RTN
                   PERFORM WRITE-REGISTER-RTN
                   PERFORM DISPLAY-OUTPUT
               ELSE
                   MOVE 'Quote declined - nothing posted'
                       TO ERROR-MESSAGE
               END-IF
           END-IF.
           IF ERROR-MESSAGE NOT = SPACES
               PERFORM DISPLAY-ERROR
           END-IF.

       GET-INPUT.
            *> Accept the conversion from the screen.

           MOVE SPACES TO WS-RAW-RATE WS-RAW-SPREAD.
           ACCEPT INPUT-SCREEN.
           MOVE FUNCTION UPPER-CASE(INPUT-FROM-CURRENCY)
               TO INPUT-FROM-CURRENCY.
           MOVE FUNCTION UPPER-CASE(INPUT-TO-CURRENCY)
               TO INPUT-TO-CURRENCY.

       VALIDATE-INPUT-RTN.
           *> Reject non-numeric figures before they ever reach a
           *> numeric field - the same guard CASH-MAINTENANCE uses for
           *> its amount. A blank currency is the home currency.

           IF INPUT-FROM-CURRENCY = SPACES
               MOVE 'CAD' TO WS-FROM-CURRENCY
           ELSE
               MOVE INPUT-FROM-CURRENCY TO WS-FROM-CURRENCY
           END-IF.
           IF INPUT-TO-CURRENCY = SPACES
               MOVE 'CAD' TO WS-TO-CURRENCY
           ELSE
               MOVE INPUT-TO-CURRENCY TO WS-TO-CURRENCY
           END-IF.
           IF WS-FROM-CURRENCY = WS-TO-CURRENCY
               MOVE 'From and To currency must differ'
                   TO ERROR-MESSAGE
           ELSE
               IF WS-RAW-AMOUNT IS NOT NUMERIC
                   MOVE 'Amount must be numeric' TO ERROR-MESSAGE
               ELSE
                   MOVE WS-RAW-AMOUNT TO INPUT-AMOUNT
                   IF INPUT-AMOUNT = 0
                       MOVE 'Amount must be greater than zero'
                           TO ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.
           IF ERROR-MESSAGE = SPACES
               IF WS-RAW-RATE = SPACES
                   MOVE 'FILE' TO WS-RATE-SOURCE
                   MOVE 0 TO INPUT-RATE
               ELSE
                   IF WS-RAW-RATE IS NUMERIC
                       MOVE 'DEALER' TO WS-RATE-SOURCE
                       MOVE WS-RAW-RATE-NUM TO INPUT-RATE
                       IF INPUT-RATE = 0
                           MOVE 'Dealer rate must be greater than zero'
                               TO ERROR-MESSAGE
                       END-IF
                   ELSE
                       MOVE 'Dealer rate must be numeric'
                           TO ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.
           IF ERROR-MESSAGE = SPACES
               IF WS-RAW-SPREAD = SPACES
                   MOVE WS-STANDARD-SPREAD TO WS-SPREAD
               ELSE
                   IF WS-RAW-SPREAD IS NUMERIC
                       MOVE WS-RAW-SPREAD-NUM TO WS-SPREAD
                   ELSE
                       MOVE 'Spread must be numeric' TO ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.

       VALIDATE-ACCOUNT-RTN.
           *> Only an open account on the accounts master may convert.
           *> No accounts master on file at all means
           *> ACCOUNT-MAINTENANCE has never been run here, and
           *> conversions pass unchecked as cash postings always did.

           MOVE 'Y' TO ACCOUNT-VALID-FLAG.
           IF WS-ACCOUNTS-STATUS NOT = '35'
               MOVE INPUT-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNTS-FILE
                   INVALID KEY MOVE 'N' TO ACCOUNT-VALID-FLAG
                   NOT INVALID KEY
                       IF ACCOUNT-STATUS NOT = 'OPEN'
                           MOVE 'N' TO ACCOUNT-VALID-FLAG
                       END-IF
               END-READ
           END-IF.
           IF ACCOUNT-VALID-FLAG NOT = 'Y'
               MOVE 'Account not open on accounts master'
                   TO ERROR-MESSAGE
           END-IF.

       COMPUTE-QUOTE-RTN.
           *> FX-RATES.dat holds CAD per one unit of each currency, so
           *> the file rate between any two is crossed through CAD. A
           *> dealer rate is keyed directly as units bought per unit
           *> sold. The spread comes off whichever rate is used.

           IF WS-RATE-SOURCE = 'FILE'
               CALL 'FX-RATE-LOOKUP' USING WS-FROM-CURRENCY
                   WS-FROM-RATE WS-FROM-FOUND
               CALL 'FX-RATE-LOOKUP' USING WS-TO-CURRENCY
                   WS-TO-RATE WS-TO-FOUND
               IF WS-FROM-FOUND NOT = 'Y' OR WS-TO-FOUND NOT = 'Y'
                   OR WS-TO-RATE = 0
                   MOVE 'No rate on file - key a dealer rate'
                       TO ERROR-MESSAGE
               ELSE
                   COMPUTE WS-MID-RATE ROUNDED =
                       WS-FROM-RATE / WS-TO-RATE
               END-IF
           ELSE
               MOVE INPUT-RATE TO WS-MID-RATE
           END-IF.
           IF ERROR-MESSAGE = SPACES
               IF WS-SPREAD >= 100
                   MOVE 'Spread must be under 100 percent'
                       TO ERROR-MESSAGE
               ELSE
                   COMPUTE WS-CLIENT-RATE ROUNDED =
                       WS-MID-RATE * (100 - WS-SPREAD) / 100
                   COMPUTE WS-BOUGHT-AMOUNT ROUNDED =
                       INPUT-AMOUNT * WS-CLIENT-RATE
                       ON SIZE ERROR
                           MOVE WS-MAX-AMOUNT TO WS-BOUGHT-AMOUNT
                           ADD 1 TO WS-BOUGHT-AMOUNT
                   END-COMPUTE
                   *> Both sides travel on one journal entry, whose
                   *> amount fields stop at 999,999.99 - a larger
                   *> conversion is booked as two.
                   IF INPUT-AMOUNT > WS-MAX-AMOUNT
                       OR WS-BOUGHT-AMOUNT > WS-MAX-AMOUNT
                       MOVE 'Over 999,999.99 - split the conversion'
                           TO ERROR-MESSAGE
                   ELSE
                       IF WS-BOUGHT-AMOUNT = 0
                           MOVE 'Converted amount rounds to zero'
                               TO ERROR-MESSAGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-FUNDS-RTN.
           *> The currency sold must be there to sell - available cash
           *> from READ-CASH-BALANCE, the same funding test BUY-STOCKS
           *> applies. There is no borrowing across currencies.

           CALL 'READ-CASH-BALANCE' USING INPUT-ACCOUNT
               WS-FROM-CURRENCY WS-CASH-BALANCE.
           IF INPUT-AMOUNT > WS-CASH-BALANCE
               MOVE 'Not enough cash in the currency sold'
                   TO ERROR-MESSAGE
           END-IF.

       POST-CONVERSION-RTN.
           *> The linked pair: each leg names the other currency in its
           *> symbol column, so the statement reads "TO USD" on the
           *> debit and "FROMCAD" on the credit. Both settle T+1.

           MOVE SPACES TO WS-CASH-POST-SYMBOL.
           STRING 'TO ' DELIMITED BY SIZE
                   WS-TO-CURRENCY DELIMITED BY SIZE
               INTO WS-CASH-POST-SYMBOL.
           COMPUTE WS-CASH-POST-AMOUNT = 0 - INPUT-AMOUNT.
           CALL 'POST-CASH' USING WS-TODAY-DATE INPUT-ACCOUNT
               WS-CASH-POST-TYPE WS-CASH-POST-SYMBOL
               WS-CASH-POST-AMOUNT WS-FROM-CURRENCY WS-SETTLE-DATE.
           MOVE SPACES TO WS-CASH-POST-SYMBOL.
           STRING 'FROM' DELIMITED BY SIZE
                   WS-FROM-CURRENCY DELIMITED BY SIZE
               INTO WS-CASH-POST-SYMBOL.
           MOVE WS-BOUGHT-AMOUNT TO WS-CASH-POST-AMOUNT.
           CALL 'POST-CASH' USING WS-TODAY-DATE INPUT-ACCOUNT
               WS-CASH-POST-TYPE WS-CASH-POST-SYMBOL
               WS-CASH-POST-AMOUNT WS-TO-CURRENCY WS-SETTLE-DATE.

       WRITE-JOURNAL-RTN.
           *> One CONV entry carries both sides: the currency sold in
           *> the symbol column and the currency bought in the
           *> new-symbol column, the amount sold as the price and the
           *> amount bought as the cost. No shares move, so the
           *> holdings replays pass over it.

           CALL 'REGISTER-JOURNAL-DATE' USING WS-TODAY-DATE.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = '35'
               *> Only a missing file may fall through to OPEN OUTPUT -
               *> any other failure must never truncate a live journal.
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           MOVE WS-TODAY-DATE TO JOURNAL-DATE.
           MOVE INPUT-ACCOUNT TO JOURNAL-ACCOUNT.
           MOVE WS-FROM-CURRENCY TO JOURNAL-STOCK-SYMBOL.
           MOVE 'CONV' TO JOURNAL-TRANSACTION-TYPE.
           MOVE 0 TO JOURNAL-SHARES.
           MOVE INPUT-AMOUNT TO JOURNAL-PRICE.
           MOVE WS-BOUGHT-AMOUNT TO JOURNAL-AVERAGE-COST.
           MOVE 0 TO JOURNAL-COMMISSION.
           MOVE WS-TO-CURRENCY TO JOURNAL-NEW-SYMBOL.
           MOVE WS-OPERATOR-ID TO JOURNAL-OPERATOR-ID.
           CALL 'JOURNAL-CONTROL' USING WS-TODAY-DATE
               JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

       WRITE-REGISTER-RTN.
           *> The day's register keeps what the journal has no room
           *> for - the rate source, the mid rate and the spread.

           OPEN EXTEND REGISTER-FILE.
           IF WS-REGISTER-STATUS = '35'
               OPEN OUTPUT REGISTER-FILE
           END-IF.
           MOVE WS-TODAY-DATE TO RG-DATE.
           MOVE INPUT-ACCOUNT TO RG-ACCOUNT.
           MOVE WS-FROM-CURRENCY TO RG-FROM-CURRENCY.
           MOVE INPUT-AMOUNT TO RG-SOLD.
           MOVE WS-TO-CURRENCY TO RG-TO-CURRENCY.
           MOVE WS-BOUGHT-AMOUNT TO RG-BOUGHT.
           MOVE WS-RATE-SOURCE TO RG-SOURCE.
           MOVE WS-MID-RATE TO RG-MID-RATE.
           MOVE WS-SPREAD TO RG-SPREAD.
           MOVE WS-CLIENT-RATE TO RG-CLIENT-RATE.
           MOVE WS-SETTLE-DATE TO RG-SETTLE-DATE.
           MOVE WS-OPERATOR-ID TO RG-OPERATOR.
           MOVE REGISTER-RECORD TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           CLOSE REGISTER-FILE.

       DISPLAY-OUTPUT.
            *> Display both legs of the posted conversion.

           ACCEPT OUTPUT-SCREEN.

       DISPLAY-ERROR.
           *> Display why the conversion could not be posted.

           ACCEPT ERROR-SCREEN.
       END PROGRAM FX-CONVERSION.
