       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUYING-POWER.                  *> Program identifier and name
           *> Shared buying-power answer, called the way
           *> COMPLIANCE-CHECK is by every path that books a buy -
           *> BUY-STOCKS at the keyboard and in batch, FILL-PROCESSOR
           *> and EXECUTE-ORDERS. A cash account can spend only the
           *> settled cash READ-CASH-BALANCE already gave the caller. A
           *> margin account can also borrow: its holdings are valued
           *> at the stocks master price in home currency, each at the
           *> loan rate MARGIN-RATE-LOOKUP gives its asset class, and
           *> the firm lends up to that loan value or the account's
           *> loan limit, whichever is less. Money already borrowed in
           *> another currency uses up part of that line; a debit in
           *> the trade's own currency is already in the cash the
           *> caller passed. What is left of the line is turned into
           *> the trade's currency and added to the cash, so a margin
           *> buy may carry the balance below zero as far as the line
           *> reaches and no further.
           *>
           *> The caller passes the account's holdings already read
           *> from its own PORTFOLIO file, for the same reason it does
           *> for COMPLIANCE-CHECK - every trade path holds the
           *> portfolio open exclusively.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE
           ASSIGN TO '../ACCOUNTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACCOUNT-NUMBER
           FILE STATUS IS WS-ACCOUNTS-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS-FILE.
       COPY '../ACCOUNT-MASTER.dat'.

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

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNTS-STATUS PIC X(2).
       01 WS-STOCKS-STATUS PIC X(2).
       01 WS-BALANCE-STATUS PIC X(2).             *> '35' until the balance file exists
       01 MARGIN-FLAG PIC A.                      *> 'Y' when the account may borrow
       01 BALANCE-EOF PIC A.
       01 WS-HOLD-SUB PIC 9(3).
       01 WS-TRADE-CURRENCY PIC X(3).             *> Normalized - blank is CAD
       01 WS-LOAN-LIMIT PIC 9(7)V99.
       01 WS-LOAN-VALUE PIC 9(11)V99.             *> What the holdings would carry, CAD
       01 WS-OTHER-DEBIT PIC 9(11)V99.            *> Borrowed in other currencies, CAD
       01 WS-CREDIT-LEFT PIC S9(11)V99.           *> Line still unused, CAD
       01 WS-LINE-VALUE PIC 9(11)V99.
       01 WS-CASH-AMOUNT PIC S9(9)V99.
       01 WS-LOAN-PCT PIC 9(3)V99.
       01 WS-MAINT-PCT PIC 9(3)V99.
       01 WS-FX-RATE PIC 9(3)V9(6).               *> Home currency per one unit
       01 WS-FX-FOUND PIC A.

       LINKAGE SECTION.
       01 LS-ACCOUNT PIC X(5).
       01 LS-CURRENCY PIC X(3).                   *> Currency the trade settles in
       COPY '../COMPLIANCE-HOLDINGS.dat'.
       01 LS-CASH-BALANCE PIC S9(9)V99.           *> From READ-CASH-BALANCE
       01 LS-BUYING-POWER PIC S9(9)V99.           *> Most this trade may cost

       PROCEDURE DIVISION USING LS-ACCOUNT LS-CURRENCY
           COMPLIANCE-HOLDINGS LS-CASH-BALANCE LS-BUYING-POWER.
       MAIN-PROCEDURE.
           MOVE LS-CASH-BALANCE TO LS-BUYING-POWER.
           PERFORM READ-ACCOUNT-RTN.
           IF MARGIN-FLAG = 'Y'
               IF LS-CURRENCY = SPACES
                   MOVE 'CAD' TO WS-TRADE-CURRENCY
               ELSE
                   MOVE LS-CURRENCY TO WS-TRADE-CURRENCY
               END-IF
               PERFORM VALUE-COLLATERAL-RTN
               PERFORM VALUE-OTHER-DEBITS-RTN
               IF WS-LOAN-VALUE > WS-LOAN-LIMIT
                   MOVE WS-LOAN-LIMIT TO WS-LOAN-VALUE
               END-IF
               COMPUTE WS-CREDIT-LEFT = WS-LOAN-VALUE - WS-OTHER-DEBIT
               CALL 'FX-RATE-LOOKUP' USING WS-TRADE-CURRENCY
                   WS-FX-RATE WS-FX-FOUND
               IF WS-FX-RATE = 0
                   MOVE 1 TO WS-FX-RATE
               END-IF
               COMPUTE LS-BUYING-POWER =
                   LS-CASH-BALANCE + WS-CREDIT-LEFT / WS-FX-RATE
           END-IF.

           EXIT PROGRAM.                          *> Exit subroutine

       READ-ACCOUNT-RTN.
           *> Only an account opened for margin, with a limit on file,
           *> borrows at all.

           MOVE 'N' TO MARGIN-FLAG.
           MOVE 0 TO WS-LOAN-LIMIT.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-STATUS = '00'
               MOVE LS-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNTS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF ACCOUNT-MARGIN-FLAG = 'Y'
                           AND ACCOUNT-LOAN-LIMIT IS NUMERIC
                           AND ACCOUNT-LOAN-LIMIT > 0
                           MOVE 'Y' TO MARGIN-FLAG
                           MOVE ACCOUNT-LOAN-LIMIT TO WS-LOAN-LIMIT
                       END-IF
               END-READ
               CLOSE ACCOUNTS-FILE
           END-IF.

       VALUE-COLLATERAL-RTN.
           MOVE 0 TO WS-LOAN-VALUE.
           OPEN INPUT STOCKS-FILE.
           IF WS-STOCKS-STATUS = '00'
               PERFORM VALUE-ONE-HOLDING-RTN
                   VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > CH-COUNT
               CLOSE STOCKS-FILE
           END-IF.

       VALUE-ONE-HOLDING-RTN.
           *> A holding off the stocks master has no price and lends
           *> nothing.

           MOVE CH-SYMBOL (WS-HOLD-SUB) TO SSYMBOL.
           READ STOCKS-FILE
               INVALID KEY MOVE 0 TO CPRICE
           END-READ.
           IF CPRICE > 0
               CALL 'MARGIN-RATE-LOOKUP' USING SASSET-CLASS
                   WS-LOAN-PCT WS-MAINT-PCT
               CALL 'FX-RATE-LOOKUP' USING SCURRENCY WS-FX-RATE
                   WS-FX-FOUND
               COMPUTE WS-LINE-VALUE = CH-SHARES (WS-HOLD-SUB) * CPRICE
                   * WS-FX-RATE * WS-LOAN-PCT / 100
               ADD WS-LINE-VALUE TO WS-LOAN-VALUE
           END-IF.

       VALUE-OTHER-DEBITS-RTN.
           *> Every other currency the account is overdrawn in, net of
           *> pending debits the way READ-CASH-BALANCE counts them.

           MOVE 0 TO WS-OTHER-DEBIT.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS = '00'
               MOVE 'N' TO BALANCE-EOF
               MOVE LS-ACCOUNT TO CASH-BALANCE-ACCOUNT
               MOVE LOW-VALUES TO CASH-BALANCE-CURRENCY
               START BALANCE-FILE KEY IS NOT < CASH-BALANCE-KEY
                   INVALID KEY MOVE 'Y' TO BALANCE-EOF
               END-START
               PERFORM READ-ONE-BALANCE-RTN UNTIL BALANCE-EOF = 'Y'
               CLOSE BALANCE-FILE
           END-IF.

       READ-ONE-BALANCE-RTN.
           READ BALANCE-FILE NEXT RECORD
               AT END MOVE 'Y' TO BALANCE-EOF
               NOT AT END
                   IF CASH-BALANCE-ACCOUNT NOT = LS-ACCOUNT
                       MOVE 'Y' TO BALANCE-EOF
                   ELSE
                       MOVE CASH-BALANCE-AMOUNT TO WS-CASH-AMOUNT
                       IF CASH-BALANCE-PENDING < 0
                           ADD CASH-BALANCE-PENDING TO WS-CASH-AMOUNT
                       END-IF
                       IF WS-CASH-AMOUNT < 0
                           AND CASH-BALANCE-CURRENCY
                               NOT = WS-TRADE-CURRENCY
                           CALL 'FX-RATE-LOOKUP' USING
                               CASH-BALANCE-CURRENCY WS-FX-RATE
                               WS-FX-FOUND
                           COMPUTE WS-LINE-VALUE =
                               (0 - WS-CASH-AMOUNT) * WS-FX-RATE
                           ADD WS-LINE-VALUE TO WS-OTHER-DEBIT
                       END-IF
                   END-IF
           END-READ.
       END PROGRAM BUYING-POWER.
