           SELECT PORTFOLIO-FILE
           ASSIGN TO '../PORTFOLIO.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PORTFOLIO-KEY
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS WS-PORTFOLIO-STATUS.

       01 WS-JOURNAL-DATE PIC 9(8).                *> Today's date, YYYYMMDD
       01 WS-JOURNAL-PATH PIC X(40).
       01 WS-OPERATOR-ID PIC X(8).                 *> Signed-on operator, stamped on the journal
       01 WS-OPERATOR-ROLE PIC X(10).
       01 WS-REPORT-PATH PIC X(40).
       01 WS-ORDER-STATUS PIC X(2).                *> '00' only when an order book exists
       01 WS-PORTFOLIO-STATUS PIC X(2).            *> '00' only if the exclusive lock was granted
       01 INPUT-COMMISSION PIC 9(4)V99.
       01 WS-TRADE-COST PIC 9(9)V99.
       01 WS-CASH-BALANCE PIC S9(9)V99.
       01 WS-BUYING-POWER PIC S9(9)V99.            *> Cash plus any margin line left
       01 WS-CASH-POST-TYPE PIC X(4).
       01 WS-CASH-POST-CURRENCY PIC X(3).          *> The stock's pricing currency
       01 WS-SETTLE-DATE PIC 9(8).                 *> T+1 on the business calendar
       01 WS-CASH-POST-AMOUNT PIC S9(9)V99.
       01 WS-SALE-PROCEEDS PIC S9(9)V99.
       01 WS-COMPLIANCE-PASSED PIC A.              *> 'N' when COMPLIANCE-CHECK refused
       01 WS-COMPLIANCE-REASON PIC X(35).
       01 WS-HOLDINGS-EOF PIC A.
       COPY '../COMPLIANCE-HOLDINGS.dat'.
       01 WS-COMMISSION-TO-JOURNAL PIC 9(4)V99.
       01 WS-NEXT-LOT-SEQUENCE PIC 9(5).
       01 WS-SHARES-TO-SELL PIC 9(5)V9(3).
                   '.txt' DELIMITED BY SIZE
               INTO WS-JOURNAL-PATH.
           CALL 'REGISTER-JOURNAL-DATE' USING WS-JOURNAL-DATE.
           CALL 'CURRENT-OPERATOR' USING WS-OPERATOR-ID
               WS-OPERATOR-ROLE.
           STRING '../ORDERS-REPORT-' DELIMITED BY SIZE
                   WS-JOURNAL-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
           CALL 'READ-CASH-BALANCE' USING
               WS-ORD-ACCOUNT (WS-ORDER-SUB) WS-CASH-POST-CURRENCY
               WS-CASH-BALANCE.
           *> A margin account may borrow against its holdings - the
           *> same holdings the compliance gate measures below.
           PERFORM COLLECT-HOLDINGS-RTN.
           CALL 'BUYING-POWER' USING WS-ORD-ACCOUNT (WS-ORDER-SUB)
               WS-CASH-POST-CURRENCY COMPLIANCE-HOLDINGS
               WS-CASH-BALANCE WS-BUYING-POWER.
           IF WS-TRADE-COST > WS-BUYING-POWER
               MOVE 'NO-FUNDS' TO WS-OUTCOME
           ELSE
               PERFORM CHECK-COMPLIANCE-RTN
               IF WS-COMPLIANCE-PASSED NOT = 'Y'
                   *> Refused orders stay on the book like unfunded
                   *> ones; the reason is on the compliance exception
                   *> report.
                   MOVE 'COMPLIANCE' TO WS-OUTCOME
               ELSE
                   MOVE WS-ORD-ACCOUNT (WS-ORDER-SUB)
                       TO PORTFOLIO-ACCOUNT
                   MOVE WS-ORD-SYMBOL (WS-ORDER-SUB)
                       TO PORTFOLIO-STOCK-SYMBOL
                   READ PORTFOLIO-FILE
                       INVALID KEY
                           MOVE 0 TO NUMBER-OF-SHARES
                           MOVE 0 TO AVERAGE-COST
                           PERFORM APPLY-BUY-RTN
                           WRITE PORTFOLIO-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                       NOT INVALID KEY
                           PERFORM APPLY-BUY-RTN
                           REWRITE PORTFOLIO-RECORD
                   END-READ
                   PERFORM WRITE-BUY-JOURNAL-ENTRY
                   PERFORM WRITE-LOT-ENTRY
                   COMPUTE WS-CASH-POST-AMOUNT = 0 - WS-TRADE-COST
                   MOVE 'BUY' TO WS-CASH-POST-TYPE
                   CALL 'NEXT-TRADING-DAY' USING WS-JOURNAL-DATE
                       WS-SETTLE-DATE
                   CALL 'POST-CASH' USING WS-JOURNAL-DATE
                       PORTFOLIO-ACCOUNT WS-CASH-POST-TYPE
                       PORTFOLIO-STOCK-SYMBOL WS-CASH-POST-AMOUNT
                       WS-CASH-POST-CURRENCY WS-SETTLE-DATE
                   MOVE 'FILLED' TO WS-OUTCOME
               END-IF
           END-IF.

       CHECK-COMPLIANCE-RTN.
           *> The restricted-list and concentration gate every buy path
           *> shares. The account's holdings, already collected for the
           *> funding check, are handed to COMPLIANCE-CHECK, which logs
           *> any refusal to the day's compliance exception report.

           CALL 'COMPLIANCE-CHECK' USING OPS-PROGRAM-NAME
               WS-ORD-ACCOUNT (WS-ORDER-SUB)
               WS-ORD-SYMBOL (WS-ORDER-SUB) INPUT-NUMBER-OF-SHARES
               CPRICE WS-JOURNAL-DATE COMPLIANCE-HOLDINGS
               WS-COMPLIANCE-PASSED WS-COMPLIANCE-REASON.

       COLLECT-HOLDINGS-RTN.
           *> The account's holdings, read from the portfolio this
           *> program already holds locked.

           MOVE 0 TO CH-COUNT.
           MOVE 'N' TO WS-HOLDINGS-EOF.
           MOVE WS-ORD-ACCOUNT (WS-ORDER-SUB) TO PORTFOLIO-ACCOUNT.
           MOVE LOW-VALUES TO PORTFOLIO-STOCK-SYMBOL.
           START PORTFOLIO-FILE KEY IS NOT < PORTFOLIO-KEY
               INVALID KEY MOVE 'Y' TO WS-HOLDINGS-EOF
           END-START.
           PERFORM COLLECT-ONE-HOLDING-RTN UNTIL WS-HOLDINGS-EOF = 'Y'.

       COLLECT-ONE-HOLDING-RTN.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-HOLDINGS-EOF
               NOT AT END
                   IF PORTFOLIO-ACCOUNT
                       NOT = WS-ORD-ACCOUNT (WS-ORDER-SUB)
                       MOVE 'Y' TO WS-HOLDINGS-EOF
                   ELSE
                       IF CH-COUNT < 100
                           ADD 1 TO CH-COUNT
                           MOVE PORTFOLIO-STOCK-SYMBOL
                               TO CH-SYMBOL (CH-COUNT)
                           MOVE NUMBER-OF-SHARES
                               TO CH-SHARES (CH-COUNT)
                       END-IF
                   END-IF
           END-READ.

       APPLY-BUY-RTN.
           *> The blended-average update BUY-STOCKS's CALCULATIONS-RTN
           *> applies, priced at tonight's close.
           MOVE AVERAGE-COST TO JOURNAL-AVERAGE-COST.
           MOVE INPUT-COMMISSION TO JOURNAL-COMMISSION.
           MOVE SPACES TO JOURNAL-NEW-SYMBOL.
           MOVE WS-OPERATOR-ID TO JOURNAL-OPERATOR-ID.
           CALL 'JOURNAL-CONTROL' USING WS-JOURNAL-DATE
               JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.

       WRITE-LOT-ENTRY.
           MOVE WS-COMMISSION-TO-JOURNAL TO JOURNAL-COMMISSION.
           MOVE 0 TO WS-COMMISSION-TO-JOURNAL.
           MOVE SPACES TO JOURNAL-NEW-SYMBOL.
           MOVE WS-OPERATOR-ID TO JOURNAL-OPERATOR-ID.
           CALL 'JOURNAL-CONTROL' USING WS-JOURNAL-DATE
               JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.

       WRITE-ORDER-REPORT-LINE.
