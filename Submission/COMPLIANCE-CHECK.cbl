       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLIANCE-CHECK.              *> Program identifier and name
           *> Shared pre-trade compliance gate, called the way
           *> COMMISSION-CALC is by every path that books a buy -
           *> BUY-STOCKS at the keyboard and in batch, FILL-PROCESSOR
           *> and EXECUTE-ORDERS. A buy is refused when the symbol is
           *> on the restricted list (for this account or for all
           *> accounts) on the trade date, or when it would carry one
           *> holding or one sector over the account's concentration
           *> limit from ALLOCATION-LIMIT-LOOKUP - the same limits
           *> ALLOCATION-REPORT flags against the next morning, and
           *> the same denominator: holdings plus the account's cash
           *> from ACCOUNT-CASH-VALUE.
           *>
           *> The caller passes the account's holdings already read
           *> from its own PORTFOLIO file: every trade path holds the
           *> portfolio open exclusively, and a second open of it from
           *> in here would fight that lock. Holdings are valued at
           *> the stocks master price in home currency like the
           *> allocation report; cash counts toward the account's
           *> value in both, so a first purchase into an all-cash
           *> account is measured against the whole account and not
           *> read as 100 percent of it. Every refusal is appended to
           *> the day's compliance exception report, whichever path
           *> asked.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTRICTED-FILE
           ASSIGN TO '../RESTRICTED-SECURITIES.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RESTRICTED-KEY
           FILE STATUS IS WS-RESTRICTED-STATUS.

           SELECT STOCKS-FILE
           ASSIGN TO '../STOCKS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SSYMBOL
           FILE STATUS IS WS-STOCKS-STATUS.

           SELECT EXCEPTION-FILE
           ASSIGN TO WS-EXCEPTION-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RESTRICTED-FILE.
       COPY '../RESTRICTED-SECURITY.dat'.

       FD STOCKS-FILE.
       01 STOCKS-RECORD.
           02 SSYMBOL PIC X(7).
           02 SNAME PIC X(25).
           02 CPRICE PIC 9(6)V99.
           02 SPRICE-DATE PIC 9(8).
           02 SSECTOR PIC X(12).
           02 SASSET-CLASS PIC X(6).
           02 SCURRENCY PIC X(3).

       FD EXCEPTION-FILE.
       01 EXCEPTION-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-TODAY-DATE PIC 9(8).                 *> Names the day's exception report
       01 WS-EXCEPTION-PATH PIC X(45).
       01 WS-RESTRICTED-STATUS PIC X(2).          *> '35' when nothing was ever restricted
       01 WS-STOCKS-STATUS PIC X(2).
       01 STOCKS-OPEN PIC A.                      *> 'Y' once STOCKS.dat opened
       01 WS-EXCEPTION-STATUS PIC X(2).
       01 WS-RESTRICTED-FLAG PIC A.               *> 'Y' once a live entry matched
       01 WS-HOLD-SUB PIC 9(3).
       01 WS-TRADE-SECTOR PIC X(12).              *> Sector the bought symbol rolls into
       01 WS-TRADE-VALUE PIC 9(9)V99.             *> This buy in home currency
       01 WS-HOLDINGS-VALUE PIC 9(11)V99.         *> Account's holdings before the buy
       01 WS-CASH-VALUE PIC 9(11)V99.             *> Account's settled cash, home currency
       01 WS-ACCOUNT-VALUE PIC 9(11)V99.          *> Denominator for both percentages
       01 WS-SYMBOL-VALUE PIC 9(11)V99.           *> Bought symbol after the buy
       01 WS-SECTOR-VALUE PIC 9(11)V99.           *> Bought symbol's sector after the buy
       01 WS-LINE-VALUE PIC 9(11)V99.
       01 WS-SYMBOL-PCT PIC 9(3)V99.
       01 WS-SECTOR-PCT PIC 9(3)V99.
       01 WS-LIMIT-HOLDING-PCT PIC 9(3)V99.       *> From ALLOCATION-LIMIT-LOOKUP
       01 WS-LIMIT-SECTOR-PCT PIC 9(3)V99.
       01 WS-FX-RATE PIC 9(3)V9(6).               *> Home currency per one unit
       01 WS-FX-FOUND PIC A.

       01 RESTRICTED-REASON-RECORD.
           02 RR-LABEL PIC X(12) VALUE 'RESTRICTED: '.
           02 RR-REASON PIC X(23).
       01 LIMIT-REASON-RECORD.
           02 LR-LABEL PIC X(7).                  *> 'SYMBOL ' or 'SECTOR '
           02 LR-PCT PIC ZZ9.99.
           02 FILLER PIC X(7) VALUE '% OVER '.
           02 LR-LIMIT PIC ZZ9.99.
           02 FILLER PIC X(7) VALUE '% LIMIT'.
       01 EXCEPTION-RECORD.
           02 EX-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 EX-PROGRAM PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 EX-ACCOUNT PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 EX-SYMBOL PIC X(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 EX-SHARES PIC ZZZZ9.999.
           02 FILLER PIC X(1) VALUE SPACE.
           02 EX-PRICE PIC ZZZZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 EX-REASON PIC X(35).

       LINKAGE SECTION.
       01 LS-PROGRAM-NAME PIC X(20).              *> Trade path asking, for the report
       01 LS-ACCOUNT PIC X(5).
       01 LS-SYMBOL PIC X(7).
       01 LS-SHARES PIC 9(5)V9(3).                *> Shares being bought
       01 LS-PRICE PIC 9(6)V99.                   *> Price the buy will book at
       01 LS-TRADE-DATE PIC 9(8).
       COPY '../COMPLIANCE-HOLDINGS.dat'.
       01 LS-PASSED PIC A.                        *> 'N' when the buy must be refused
       01 LS-REASON PIC X(35).                    *> Why, for the caller's reject

       PROCEDURE DIVISION USING LS-PROGRAM-NAME LS-ACCOUNT LS-SYMBOL
           LS-SHARES LS-PRICE LS-TRADE-DATE COMPLIANCE-HOLDINGS
           LS-PASSED LS-REASON.
       MAIN-PROCEDURE.
           MOVE 'Y' TO LS-PASSED.
           MOVE SPACES TO LS-REASON.
           PERFORM CHECK-RESTRICTED-RTN.
           IF LS-PASSED = 'Y'
               PERFORM CHECK-CONCENTRATION-RTN
           END-IF.
           IF LS-PASSED = 'N'
               PERFORM WRITE-EXCEPTION-RTN
           END-IF.

           EXIT PROGRAM.                          *> Exit subroutine

       CHECK-RESTRICTED-RTN.
           *> An entry for this very account is looked for first, then
           *> one with a blank account that bars the symbol house-wide.
           *> An entry only bites between its effective date and its
           *> expiry date; a zero expiry means until removed.

           MOVE 'N' TO WS-RESTRICTED-FLAG.
           OPEN INPUT RESTRICTED-FILE.
           IF WS-RESTRICTED-STATUS = '00'
               MOVE LS-SYMBOL TO RESTRICTED-SYMBOL
               MOVE LS-ACCOUNT TO RESTRICTED-ACCOUNT
               PERFORM READ-RESTRICTED-RTN
               IF WS-RESTRICTED-FLAG = 'N'
                   MOVE LS-SYMBOL TO RESTRICTED-SYMBOL
                   MOVE SPACES TO RESTRICTED-ACCOUNT
                   PERFORM READ-RESTRICTED-RTN
               END-IF
               CLOSE RESTRICTED-FILE
           END-IF.
           IF WS-RESTRICTED-FLAG = 'Y'
               MOVE 'N' TO LS-PASSED
               MOVE RESTRICTED-REASON TO RR-REASON
               MOVE RESTRICTED-REASON-RECORD TO LS-REASON
           END-IF.

       READ-RESTRICTED-RTN.
           READ RESTRICTED-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF RESTRICTED-EFFECTIVE-DATE NOT > LS-TRADE-DATE
                       AND (RESTRICTED-EXPIRY-DATE = 0
                       OR RESTRICTED-EXPIRY-DATE NOT < LS-TRADE-DATE)
                       MOVE 'Y' TO WS-RESTRICTED-FLAG
                   END-IF
           END-READ.

       CHECK-CONCENTRATION-RTN.
           *> Value the account as it stands, then measure the bought
           *> symbol and its sector as they would be after the buy.
           *> The buy only moves value from cash into the holding, so
           *> the account total is unchanged - unless the buy is bigger
           *> than the cash on hand, when the holdings plus the buy
           *> are the floor.

           CALL 'ALLOCATION-LIMIT-LOOKUP' USING LS-ACCOUNT
               WS-LIMIT-HOLDING-PCT WS-LIMIT-SECTOR-PCT.
           MOVE 0 TO WS-HOLDINGS-VALUE.
           MOVE 'N' TO STOCKS-OPEN.
           OPEN INPUT STOCKS-FILE.
           IF WS-STOCKS-STATUS = '00'
               MOVE 'Y' TO STOCKS-OPEN
           END-IF.
           MOVE LS-SYMBOL TO SSYMBOL.
           PERFORM READ-STOCK-RTN.
           MOVE SSECTOR TO WS-TRADE-SECTOR.
           CALL 'FX-RATE-LOOKUP' USING SCURRENCY WS-FX-RATE
               WS-FX-FOUND.
           COMPUTE WS-TRADE-VALUE = LS-SHARES * LS-PRICE * WS-FX-RATE.
           MOVE WS-TRADE-VALUE TO WS-SYMBOL-VALUE WS-SECTOR-VALUE.
           PERFORM VALUE-ONE-HOLDING-RTN
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > CH-COUNT.
           IF STOCKS-OPEN = 'Y'
               CLOSE STOCKS-FILE
           END-IF.
           CALL 'ACCOUNT-CASH-VALUE' USING LS-ACCOUNT WS-CASH-VALUE.
           COMPUTE WS-ACCOUNT-VALUE = WS-HOLDINGS-VALUE + WS-CASH-VALUE.
           IF WS-ACCOUNT-VALUE < WS-HOLDINGS-VALUE + WS-TRADE-VALUE
               COMPUTE WS-ACCOUNT-VALUE =
                   WS-HOLDINGS-VALUE + WS-TRADE-VALUE
           END-IF.
           IF WS-ACCOUNT-VALUE > 0
               COMPUTE WS-SYMBOL-PCT ROUNDED =
                   WS-SYMBOL-VALUE * 100 / WS-ACCOUNT-VALUE
               COMPUTE WS-SECTOR-PCT ROUNDED =
                   WS-SECTOR-VALUE * 100 / WS-ACCOUNT-VALUE
           ELSE
               MOVE 0 TO WS-SYMBOL-PCT WS-SECTOR-PCT
           END-IF.
           IF WS-SYMBOL-PCT > WS-LIMIT-HOLDING-PCT
               MOVE 'N' TO LS-PASSED
               MOVE 'SYMBOL ' TO LR-LABEL
               MOVE WS-SYMBOL-PCT TO LR-PCT
               MOVE WS-LIMIT-HOLDING-PCT TO LR-LIMIT
               MOVE LIMIT-REASON-RECORD TO LS-REASON
           ELSE
               IF WS-SECTOR-PCT > WS-LIMIT-SECTOR-PCT
                   MOVE 'N' TO LS-PASSED
                   MOVE 'SECTOR ' TO LR-LABEL
                   MOVE WS-SECTOR-PCT TO LR-PCT
                   MOVE WS-LIMIT-SECTOR-PCT TO LR-LIMIT
                   MOVE LIMIT-REASON-RECORD TO LS-REASON
               END-IF
           END-IF.

       READ-STOCK-RTN.
           *> Sector naming follows ALLOCATION-REPORT, so a breach here
           *> is the same breach the report would print.

           IF STOCKS-OPEN = 'Y'
               READ STOCKS-FILE
                   INVALID KEY
                       MOVE 'NO MASTER' TO SSECTOR
                       MOVE 0 TO CPRICE
                       MOVE SPACES TO SCURRENCY
               END-READ
           ELSE
               MOVE 'NO MASTER' TO SSECTOR
               MOVE 0 TO CPRICE
               MOVE SPACES TO SCURRENCY
           END-IF.
           IF SSECTOR = SPACES
               MOVE 'UNCLASSIFIED' TO SSECTOR
           END-IF.

       VALUE-ONE-HOLDING-RTN.
           MOVE CH-SYMBOL (WS-HOLD-SUB) TO SSYMBOL.
           PERFORM READ-STOCK-RTN.
           CALL 'FX-RATE-LOOKUP' USING SCURRENCY WS-FX-RATE
               WS-FX-FOUND.
           COMPUTE WS-LINE-VALUE =
               CH-SHARES (WS-HOLD-SUB) * CPRICE * WS-FX-RATE.
           ADD WS-LINE-VALUE TO WS-HOLDINGS-VALUE.
           IF CH-SYMBOL (WS-HOLD-SUB) = LS-SYMBOL
               ADD WS-LINE-VALUE TO WS-SYMBOL-VALUE
           END-IF.
           IF SSECTOR = WS-TRADE-SECTOR
               ADD WS-LINE-VALUE TO WS-SECTOR-VALUE
           END-IF.

       WRITE-EXCEPTION-RTN.
           *> One dated file per day, appended to by whichever trade
           *> path refused - compliance reads one report, not four.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-EXCEPTION-PATH.
           STRING '../COMPLIANCE-EXCEPTIONS-' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-EXCEPTION-PATH.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXCEPTION-STATUS = '35'
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           MOVE LS-TRADE-DATE TO EX-DATE.
           MOVE LS-PROGRAM-NAME TO EX-PROGRAM.
           MOVE LS-ACCOUNT TO EX-ACCOUNT.
           MOVE LS-SYMBOL TO EX-SYMBOL.
           MOVE LS-SHARES TO EX-SHARES.
           MOVE LS-PRICE TO EX-PRICE.
           MOVE LS-REASON TO EX-REASON.
           MOVE EXCEPTION-RECORD TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           CLOSE EXCEPTION-FILE.
       END PROGRAM COMPLIANCE-CHECK.
