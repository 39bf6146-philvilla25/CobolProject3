       IDENTIFICATION DIVISION.
           PROGRAM-ID. STOCKS-MAINTENANCE INITIAL.
           *> This program maintains STOCKS.txt: add a new symbol, update an
           *> existing CPRICE, or remove a delisted symbol. A price keyed
           *> on an Add or Update is also kept on the dated
           *> CLOSING-PRICES.dat history alongside the vendor closes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS PORTFOLIO-KEY
           FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT CLOSING-PRICE-FILE             *> Dated price history
           ASSIGN TO '../CLOSING-PRICES.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLOSING-KEY
           FILE STATUS IS WS-CLOSING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-STOCKS-FILE.
           02 NUMBER-OF-SHARES PIC 9(5)V9(3).
           02 AVERAGE-COST PIC 9(6)V99.

       FD CLOSING-PRICE-FILE.
       COPY '../CLOSING-PRICE.dat'.

       WORKING-STORAGE SECTION.
       *> Variables for processing and calculations.

       01 FOUND-FLAG PIC A.
       01 WS-PORTFOLIO-STATUS PIC X(2).            *> non-'00' means no holdings file yet
       01 PORTFOLIO-EOF PIC A.
       01 WS-CLOSING-STATUS PIC X(2).              *> '35' until any close is on history
       01 WS-OPERATOR-ID PIC X(8).                 *> Stamped on the price history
       01 WS-OPERATOR-ROLE PIC X(10).
       01 WS-HELD-SHARES PIC 9(7)V9(3).
       01 NEW-RECORD PIC A.
       01 ERROR-MESSAGE PIC X(40).
                       *> taking effect after the next scheduled
                       *> STOCKS-TO-INDEXED/VALUATION-BATCH-CONTROL run.
                       CALL 'STOCKS-TO-INDEXED'
                       IF INPUT-ACTION = 'A' OR 'U'
                           PERFORM RECORD-CLOSING-PRICE-RTN
                       END-IF
                       PERFORM DISPLAY-OUTPUT
                   ELSE
                       PERFORM DISPLAY-ERROR
                   END-IF
           END-READ.

       RECORD-CLOSING-PRICE-RTN.
           *> Keep the keyed price on the dated history as today's
           *> close. A second change on the same day replaces the first,
           *> and also replaces a vendor close already loaded for today -
           *> the last price keyed is the one the master now carries.

           CALL 'CURRENT-OPERATOR' USING WS-OPERATOR-ID
               WS-OPERATOR-ROLE.
           OPEN I-O CLOSING-PRICE-FILE.
           IF WS-CLOSING-STATUS = '35'
               OPEN OUTPUT CLOSING-PRICE-FILE
               CLOSE CLOSING-PRICE-FILE
               OPEN I-O CLOSING-PRICE-FILE
           END-IF.
           MOVE INPUT-SYMBOL TO CLOSING-SYMBOL.
           MOVE WS-TODAY-DATE TO CLOSING-DATE.
           MOVE WS-PRICE TO CLOSING-PRICE.
           MOVE 'MANUAL' TO CLOSING-SOURCE.
           MOVE WS-OPERATOR-ID TO CLOSING-OPERATOR.
           WRITE CLOSING-PRICE-RECORD
               INVALID KEY
                   REWRITE CLOSING-PRICE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE.
           CLOSE CLOSING-PRICE-FILE.

       GET-INPUT.
            *> Accept the maintenance request from the screen.

