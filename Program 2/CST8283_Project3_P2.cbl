           SELECT PORTFOLIO-FILE
           ASSIGN TO '../PORTFOLIO.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PORTFOLIO-KEY
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS WS-PORTFOLIO-STATUS.

       01 WS-JOURNAL-DATE PIC 9(8).                *> Today's date, YYYYMMDD
       01 WS-JOURNAL-PATH PIC X(40).                *> Dated journal file name
       01 WS-OPERATOR-ID PIC X(8).                 *> Signed-on operator, stamped on the journal
       01 WS-OPERATOR-ROLE PIC X(10).
       01 WS-JOURNAL-FILE-STATUS PIC X(2).          *> '35' until today's journal exists
       01 WS-PORTFOLIO-STATUS PIC X(2).             *> '00' only if the exclusive lock was granted
       01 WS-BUSINESS-DAY-STATUS PIC X(2).          *> '00' only when a day-status record exists
       01 WS-LOTS-EOF PIC A.
       01 WS-NEXT-LOT-SEQUENCE PIC 9(5).
       01 WS-CASH-BALANCE PIC S9(9)V99.
       01 WS-BUYING-POWER PIC S9(9)V99.            *> Cash plus any margin line left
       01 WS-TRADE-COST PIC 9(9)V99.
       01 WS-CASH-POST-AMOUNT PIC S9(9)V99.        *> Signed amount handed to POST-CASH
       01 WS-CASH-POST-TYPE PIC X(4).
       01 WS-CASH-POST-CURRENCY PIC X(3).          *> The stock's pricing currency
       01 WS-SETTLE-DATE PIC 9(8).                 *> T+1 on the business calendar
       01 WS-COMPLIANCE-PROGRAM PIC X(20) VALUE 'BUY-STOCKS'.
       01 WS-COMPLIANCE-PASSED PIC A.              *> 'N' when COMPLIANCE-CHECK refused
       01 WS-COMPLIANCE-REASON PIC X(35).
       01 WS-HOLDINGS-EOF PIC A.
       COPY '../COMPLIANCE-HOLDINGS.dat'.
       01 BATCH-MODE-FLAG PIC A VALUE 'N'.          *> 'Y' when a trade file drove this run
       01 TRADE-EOF PIC A.
       01 LS-NUMBER-OF-SHARES PIC 9(5)V9(3).
           *> probing the whole calendar.

           CALL 'REGISTER-JOURNAL-DATE' USING WS-JOURNAL-DATE.
           CALL 'CURRENT-OPERATOR' USING WS-OPERATOR-ID
               WS-OPERATOR-ROLE.


       DETECT-BATCH-MODE-RTN.
                   ELSE
                   IF SYMBOL-VALID-FLAG = 'Y'
                       PERFORM CHECK-CASH-RTN
                       IF WS-TRADE-COST > WS-BUYING-POWER
                           MOVE 'Insufficient cash to fund this trade'
                               TO ERROR-MESSAGE
                           PERFORM DISPLAY-ERROR
                       ELSE
                           PERFORM CHECK-COMPLIANCE-RTN
                           IF WS-COMPLIANCE-PASSED NOT = 'Y'
                               MOVE WS-COMPLIANCE-REASON
                                   TO ERROR-MESSAGE
                               PERFORM DISPLAY-ERROR
                           ELSE
                               PERFORM READ-PORTFOLIO-FILE
                               PERFORM POST-CASH-DEBIT
                               PERFORM DISPLAY-OUTPUT
                           END-IF
                       END-IF
                   ELSE
                       MOVE 'Unknown stock symbol - not on file'
               *> price VALIDATE-SYMBOL-RTN's keyed read just loaded.
               MOVE TRADE-PRICE TO CPRICE
               PERFORM CHECK-CASH-RTN
               IF WS-TRADE-COST > WS-BUYING-POWER
                   DISPLAY 'Rejected trade - insufficient cash: '
                       TRADE-SYMBOL ' shares=' TRADE-SHARES
               ELSE
                   PERFORM CHECK-COMPLIANCE-RTN
                   IF WS-COMPLIANCE-PASSED NOT = 'Y'
                       DISPLAY 'Rejected trade - compliance: '
                           TRADE-SYMBOL ' ' WS-COMPLIANCE-REASON
                   ELSE
                       PERFORM READ-PORTFOLIO-FILE
                       PERFORM POST-CASH-DEBIT
                       DISPLAY 'Processed trade: ' TRADE-SYMBOL
                           ' shares=' TRADE-SHARES
                           ' new average cost=' AVERAGE-COST
                   END-IF
               END-IF
           ELSE
               IF SYMBOL-VALID-FLAG = 'N'
           MOVE SCURRENCY TO WS-CASH-POST-CURRENCY.
           CALL 'READ-CASH-BALANCE' USING INPUT-ACCOUNT
               WS-CASH-POST-CURRENCY WS-CASH-BALANCE.
           *> A margin account may also borrow against its holdings -
           *> the same holdings the compliance gate measures next.
           PERFORM COLLECT-HOLDINGS-RTN.
           CALL 'BUYING-POWER' USING INPUT-ACCOUNT
               WS-CASH-POST-CURRENCY COMPLIANCE-HOLDINGS
               WS-CASH-BALANCE WS-BUYING-POWER.

       CHECK-COMPLIANCE-RTN.
           *> The restricted-list and concentration gate every buy path
           *> shares, run once the trade is known to be fundable. The
           *> account's holdings, already collected for the funding
           *> check, are handed to COMPLIANCE-CHECK, which logs any
           *> refusal to the day's compliance exception report. CPRICE
           *> is the price this trade books at - the close at the
           *> keyboard, the fill price in batch.

           CALL 'COMPLIANCE-CHECK' USING WS-COMPLIANCE-PROGRAM
               INPUT-ACCOUNT INPUT-STOCK-SYMBOL INPUT-NUMBER-OF-SHARES
               CPRICE WS-JOURNAL-DATE COMPLIANCE-HOLDINGS
               WS-COMPLIANCE-PASSED WS-COMPLIANCE-REASON.

       COLLECT-HOLDINGS-RTN.
           *> The account's holdings, read from the portfolio this
           *> program already holds locked. The browse moves the
           *> portfolio key, so it is put back for READ-PORTFOLIO-FILE.

           MOVE 0 TO CH-COUNT.
           MOVE 'N' TO WS-HOLDINGS-EOF.
           MOVE INPUT-ACCOUNT TO PORTFOLIO-ACCOUNT.
           MOVE LOW-VALUES TO PORTFOLIO-STOCK-SYMBOL.
           START PORTFOLIO-FILE KEY IS NOT < PORTFOLIO-KEY
               INVALID KEY MOVE 'Y' TO WS-HOLDINGS-EOF
           END-START.
           PERFORM COLLECT-ONE-HOLDING-RTN UNTIL WS-HOLDINGS-EOF = 'Y'.
           MOVE INPUT-ACCOUNT TO PORTFOLIO-ACCOUNT.
           MOVE INPUT-STOCK-SYMBOL TO PORTFOLIO-STOCK-SYMBOL.

       COLLECT-ONE-HOLDING-RTN.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-HOLDINGS-EOF
               NOT AT END
                   IF PORTFOLIO-ACCOUNT NOT = INPUT-ACCOUNT
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

       POST-CASH-DEBIT.
           *> Settle the booked trade against the cash ledger so the
           MOVE AVERAGE-COST TO JOURNAL-AVERAGE-COST.
           MOVE INPUT-COMMISSION TO JOURNAL-COMMISSION.
           MOVE SPACES TO JOURNAL-NEW-SYMBOL.
           MOVE WS-OPERATOR-ID TO JOURNAL-OPERATOR-ID.
           CALL 'JOURNAL-CONTROL' USING WS-JOURNAL-DATE
               JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.

       WRITE-LOT-ENTRY.
