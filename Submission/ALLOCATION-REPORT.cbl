           *> home-currency translation the valuation report uses, and
           *> flags any sector or single symbol above a configurable
           *> percentage of the account - answering "how concentrated
           *> are we" without a spreadsheet. The account is its
           *> holdings plus its cash from ACCOUNT-CASH-VALUE, the
           *> denominator the pre-trade COMPLIANCE-CHECK measures
           *> against, so a buy passed at entry is judged the same way
           *> here the next morning.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS RANDOM
           RECORD KEY IS SSYMBOL.

           SELECT REPORT-FILE
           ASSIGN TO WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           02 SASSET-CLASS PIC X(6).
           02 SCURRENCY PIC X(3).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       01 WS-TODAY-DATE PIC 9(8).                  *> Today's date, YYYYMMDD
       01 WS-REPORT-PATH PIC X(40).
       01 WS-PORTFOLIO-STATUS PIC X(2).            *> non-'00' means nothing to report on
       01 WS-LIMIT-PCT PIC 9(3)V99 VALUE 25.       *> House limit, for the heading
       01 WS-SECTOR-LIMIT-PCT PIC 9(3)V99.         *> House sector limit (same figure)
       01 WS-NO-ACCOUNT PIC X(5) VALUE SPACES.     *> Asks the lookup for the house limit
       01 WS-ACCT-HOLDING-LIMIT PIC 9(3)V99.       *> This account's symbol limit
       01 WS-ACCT-SECTOR-LIMIT PIC 9(3)V99.        *> This account's sector limit
       01 EOF PIC A.
       01 STOCK-FOUND-FLAG PIC A.
       01 WS-BREAK-ACCOUNT PIC X(5).
       01 WS-BREAK-ACTIVE PIC A VALUE 'N'.
       01 WS-ACCT-MARKET-VALUE PIC 9(11)V99.       *> Holdings plus cash
       01 WS-ACCT-CASH-VALUE PIC 9(11)V99.         *> From ACCOUNT-CASH-VALUE
       01 WS-HOLDING-PCT PIC 9(3)V99.
       01 ADJUSTED-COST-BASE PIC 9(7)V99.
       01 MARKET-VALUE PIC 9(7)V99.
           02 AT-LABEL PIC X(9) VALUE 'Account: '.
           02 AT-ACCOUNT PIC X(5).
           02 FILLER PIC X(3) VALUE SPACES.
           02 AT-VALUE-LABEL PIC X(14) VALUE 'Total Value:  '.
           02 AT-MARKET-VALUE PIC $$$$$$$,$$9.99.
           02 AT-LIMIT-LABEL PIC X(10) VALUE '  Limits: '.
           02 AT-HOLDING-LIMIT PIC ZZ9.99.
           02 AT-LIMIT-SLASH PIC X(1) VALUE '/'.
           02 AT-SECTOR-LIMIT PIC ZZ9.99.
       01 DETAIL-RECORD.
           02 RD-LABEL PIC X(8).
           02 RD-NAME PIC X(12).
       DETECT-LIMIT-OPTION-RTN.
           *> ALLOCATION-LIMIT.txt is the same "optional run control
           *> file" idiom the other reports use - absent, the limit
           *> keeps its 25 percent default. It is read through
           *> ALLOCATION-LIMIT-LOOKUP, the same call the pre-trade
           *> compliance check makes, so an account with limits of its
           *> own is flagged here against those and not the house one.

           CALL 'ALLOCATION-LIMIT-LOOKUP' USING WS-NO-ACCOUNT
               WS-LIMIT-PCT WS-SECTOR-LIMIT-PCT.

       PROCESS-RTN.
           READ PORTFOLIO-FILE
           END-IF.

       WRITE-ACCOUNT-SECTION-RTN.
           *> The account's total, each symbol's share of it, its
           *> cash, then the sector rollup - breaches of the limit
           *> flagged '*'.

           MOVE 0 TO WS-ACCT-MARKET-VALUE.
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
               ADD WS-HOLD-VALUE (WS-HOLD-SUB)
                   TO WS-ACCT-MARKET-VALUE
           END-PERFORM.
           CALL 'ACCOUNT-CASH-VALUE' USING WS-BREAK-ACCOUNT
               WS-ACCT-CASH-VALUE.
           ADD WS-ACCT-CASH-VALUE TO WS-ACCT-MARKET-VALUE.
           CALL 'ALLOCATION-LIMIT-LOOKUP' USING WS-BREAK-ACCOUNT
               WS-ACCT-HOLDING-LIMIT WS-ACCT-SECTOR-LIMIT.
           MOVE WS-BREAK-ACCOUNT TO AT-ACCOUNT.
           MOVE WS-ACCT-MARKET-VALUE TO AT-MARKET-VALUE.
           MOVE WS-ACCT-HOLDING-LIMIT TO AT-HOLDING-LIMIT.
           MOVE WS-ACCT-SECTOR-LIMIT TO AT-SECTOR-LIMIT.
           MOVE ACCOUNT-TITLE-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM ROLL-UP-SECTORS-RTN.
               MOVE DETAIL-RECORD TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           PERFORM WRITE-CASH-LINE-RTN.
           PERFORM VARYING WS-SECTOR-SUB FROM 1 BY 1
               UNTIL WS-SECTOR-SUB > WS-SECTOR-MAX
               MOVE 'SECTOR  ' TO RD-LABEL
           MOVE 0 TO WS-HOLD-MAX.
           MOVE 0 TO WS-SECTOR-MAX.

       WRITE-CASH-LINE-RTN.
           *> Cash is part of the account but is never a concentration
           *> breach, so its line carries no flag.

           MOVE 'CASH    ' TO RD-LABEL.
           MOVE 'ALL CURRENCY' TO RD-NAME.
           MOVE WS-ACCT-CASH-VALUE TO RD-VALUE.
           IF WS-ACCT-MARKET-VALUE > 0
               COMPUTE WS-HOLDING-PCT ROUNDED =
                   WS-ACCT-CASH-VALUE * 100 / WS-ACCT-MARKET-VALUE
           ELSE
               MOVE 0 TO WS-HOLDING-PCT
           END-IF.
           MOVE WS-HOLDING-PCT TO RD-PCT.
           MOVE SPACE TO RD-FLAG.
           MOVE DETAIL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       ROLL-UP-SECTORS-RTN.
           MOVE 0 TO WS-SECTOR-MAX.
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
               MOVE 0 TO WS-HOLDING-PCT
           END-IF.
           MOVE WS-HOLDING-PCT TO RD-PCT.
           IF WS-HOLDING-PCT > WS-ACCT-HOLDING-LIMIT
               MOVE '*' TO RD-FLAG
               ADD 1 TO WS-FLAG-COUNT
           ELSE
               MOVE 0 TO WS-HOLDING-PCT
           END-IF.
           MOVE WS-HOLDING-PCT TO RD-PCT.
           IF WS-HOLDING-PCT > WS-ACCT-SECTOR-LIMIT
               MOVE '*' TO RD-FLAG
               ADD 1 TO WS-FLAG-COUNT
           ELSE
