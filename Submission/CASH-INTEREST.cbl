           *> DIV the same way POST-CASH-CREDIT in RECORD-DIVIDEND
           *> separates ROC from DIV - so the ledger tracks the
           *> interest the broker actually pays instead of drifting
           *> from the broker's cash figure every month. A balance
           *> carried below zero - a margin loan - is charged a month's
           *> debit interest the same way, as a DINT posting, at the
           *> debit rate the same control file carries.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD RATE-FILE.
       01 RATE-RECORD.
           *> One line - the annual interest rate the broker pays on
           *> idle cash, e.g. 034500 for 3.45 percent, optionally
           *> followed by the annual rate charged on a debit balance,
           *> e.g. 034500072500. No debit rate charges nothing.
           02 RATE-ANNUAL PIC 9(2)V9(4).
           02 RATE-DEBIT-ANNUAL PIC 9(2)V9(4).

       FD STAMP-FILE.
       01 STAMP-RECORD.
       01 MONTH-POSTED-FLAG PIC A.
       01 WS-BALANCE-STATUS PIC X(2).              *> '35' until the balance file exists
       01 WS-ANNUAL-RATE PIC 9(2)V9(4).
       01 WS-DEBIT-RATE PIC 9(2)V9(4).
       01 BALANCE-EOF PIC A.
       01 WS-INTEREST-AMOUNT PIC S9(9)V99.
       01 WS-CASH-POST-TYPE PIC X(4).
       01 WS-INTEREST-TYPE PIC X(4).               *> INT on a credit, DINT on a debit
       01 WS-CASH-POST-SYMBOL PIC X(7).
       01 WS-SETTLE-DATE PIC 9(8) VALUE 0.         *> Interest settles as it posts
       01 WS-POSTED-COUNT PIC 9(5) VALUE 0.
               03 WS-INT-ACCOUNT PIC X(5).
               03 WS-INT-CURRENCY PIC X(3).
               03 WS-INT-AMOUNT PIC S9(9)V99.
               03 WS-INT-TYPE PIC X(4).

       01 EQUAL-SIGNS PIC X(59) VALUE ALL '='.
       01 REPORT-HEADER.
       01 REPORT-DETAIL-RECORD.
           02 RD-ACCOUNT PIC X(5).
           02 FILLER PIC X(4) VALUE SPACES.
           02 RD-INTEREST PIC $$$$$$,$$9.99-.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-TYPE PIC X(4).
       01 REPORT-SUMMARY-RECORD.
           02 RS-LABEL PIC X(27) VALUE 'Interest postings written: '.
           02 RS-COUNT PIC ZZZZ9.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           MOVE 0 TO WS-ANNUAL-RATE.
           MOVE 0 TO WS-DEBIT-RATE.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS = '00'
               READ RATE-FILE
                   AT END CONTINUE
               END-READ
               IF RATE-ANNUAL IS NUMERIC
                   MOVE RATE-ANNUAL TO WS-ANNUAL-RATE
                   IF RATE-DEBIT-ANNUAL IS NUMERIC
                       MOVE RATE-DEBIT-ANNUAL TO WS-DEBIT-RATE
                   END-IF
               ELSE
                   *> A garbled rate must never price a month's
                   *> interest - treat it as no rate file at all.

       COLLECT-BALANCES-RTN.
           *> Walk every balance record, computing one month's interest
           *> on each positive balance and one month's debit interest
           *> on each negative one.

           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS = '35'
                           CASH-BALANCE-AMOUNT * WS-ANNUAL-RATE
                           / 12 / 100
                       IF WS-INTEREST-AMOUNT > 0
                           MOVE 'INT' TO WS-INTEREST-TYPE
                           PERFORM HOLD-ONE-INTEREST-RTN
                       END-IF
                   END-IF
                   IF CASH-BALANCE-AMOUNT < 0
                       *> Same arithmetic on the debit rate - the
                       *> balance is negative, so the charge is too.
                       COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                           CASH-BALANCE-AMOUNT * WS-DEBIT-RATE
                           / 12 / 100
                       IF WS-INTEREST-AMOUNT < 0
                           MOVE 'DINT' TO WS-INTEREST-TYPE
                           PERFORM HOLD-ONE-INTEREST-RTN
                       END-IF
                   END-IF
               MOVE CASH-BALANCE-CURRENCY
                   TO WS-INT-CURRENCY (WS-INT-MAX)
               MOVE WS-INTEREST-AMOUNT TO WS-INT-AMOUNT (WS-INT-MAX)
               MOVE WS-INTEREST-TYPE TO WS-INT-TYPE (WS-INT-MAX)
           ELSE
               IF WS-INT-FULL-FLAG = 'N'
                   DISPLAY 'CASH-INTEREST: ACCOUNT TABLE FULL - '

       POST-INTEREST-RTN.
           *> Post each collected amount through the shared POST-CASH
           *> writer - an INT or DINT posting per account, symbol blank
           *> like a deposit's.

           MOVE SPACES TO WS-CASH-POST-SYMBOL.
           PERFORM VARYING WS-INT-SUB FROM 1 BY 1
               UNTIL WS-INT-SUB > WS-INT-MAX
               MOVE WS-INT-TYPE (WS-INT-SUB) TO WS-CASH-POST-TYPE
               CALL 'POST-CASH' USING WS-TODAY-DATE
                   WS-INT-ACCOUNT (WS-INT-SUB)
                   WS-CASH-POST-TYPE WS-CASH-POST-SYMBOL
                   WS-INT-CURRENCY (WS-INT-SUB) WS-SETTLE-DATE
               MOVE WS-INT-ACCOUNT (WS-INT-SUB) TO RD-ACCOUNT
               MOVE WS-INT-AMOUNT (WS-INT-SUB) TO RD-INTEREST
               MOVE WS-INT-TYPE (WS-INT-SUB) TO RD-TYPE
               MOVE REPORT-DETAIL-RECORD TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-POSTED-COUNT
