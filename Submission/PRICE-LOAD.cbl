           *> symbols, non-numeric prices, and prices that moved more
           *> than half the prior close - replacing the one-symbol-at-a-
           *> time Update keying on the STOCKS-MAINTENANCE screen.
           *> Every close applied is also kept on the dated
           *> CLOSING-PRICES.dat history, so a past day's price
           *> survives tonight's overwrite of CPRICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ASSIGN TO WS-REJECT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLOSING-PRICE-FILE             *> Dated price history
           ASSIGN TO '../CLOSING-PRICES.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLOSING-KEY
           FILE STATUS IS WS-CLOSING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-FILE.
       FD REJECT-FILE.
       01 REJECT-LINE PIC X(60).

       FD CLOSING-PRICE-FILE.
       COPY '../CLOSING-PRICE.dat'.

       WORKING-STORAGE SECTION.
       *> Variables for processing and calculations.

       01 WS-VENDOR-PATH PIC X(40).                *> Dated vendor price file name
       01 WS-REJECT-PATH PIC X(40).                *> Dated reject report name
       01 WS-VENDOR-STATUS PIC X(2).               *> '00' only when a vendor file arrived
       01 WS-CLOSING-STATUS PIC X(2).              *> '35' until any close is on history
       01 WS-OPERATOR-ID PIC X(8).                 *> Stamped on the price history
       01 WS-OPERATOR-ROLE PIC X(10).
       01 WS-OLD-PATH PIC X(40) VALUE '../STOCKS.txt'.
       01 WS-NEW-PATH PIC X(40) VALUE '../STOCKS-NEW.txt'.
       01 OPS-PROGRAM-NAME PIC X(20) VALUE 'PRICE-LOAD'.
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-REJECT-PATH.
           CALL 'CURRENT-OPERATOR' USING WS-OPERATOR-ID
               WS-OPERATOR-ROLE.
           OPEN OUTPUT REJECT-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN I-O CLOSING-PRICE-FILE.
           IF WS-CLOSING-STATUS = '35'
               *> Create CLOSING-PRICES.dat on first use, the same idiom
               *> the trading programs use for their indexed files.
               OPEN OUTPUT CLOSING-PRICE-FILE
               CLOSE CLOSING-PRICE-FILE
               OPEN I-O CLOSING-PRICE-FILE
           END-IF.

       LOAD-VENDOR-TABLE-RTN.
           *> Read the vendor file into the price table, rejecting a
                       MOVE WS-NEW-PRICE TO NEW-CPRICE
                       *> Tonight's close is true as of tonight.
                       MOVE WS-TODAY-DATE TO NEW-SPRICE-DATE
                       PERFORM RECORD-CLOSING-PRICE-RTN
                       ADD 1 TO APPLY-COUNTER
                   END-IF
               END-IF
           END-PERFORM.

       RECORD-CLOSING-PRICE-RTN.
           *> Keep tonight's close on the dated history. A rerun of the
           *> same night replaces that day's entry rather than adding a
           *> second one.

           MOVE OLD-SSYMBOL TO CLOSING-SYMBOL.
           MOVE WS-TODAY-DATE TO CLOSING-DATE.
           MOVE WS-NEW-PRICE TO CLOSING-PRICE.
           MOVE 'VENDOR' TO CLOSING-SOURCE.
           MOVE WS-OPERATOR-ID TO CLOSING-OPERATOR.
           WRITE CLOSING-PRICE-RECORD
               INVALID KEY
                   REWRITE CLOSING-PRICE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE.

       REPORT-UNKNOWN-SYMBOLS-RTN.
           *> Any vendor entry never matched during the master pass names
           *> a symbol the stocks master doesn't carry.
           MOVE REJECT-COUNTER TO RJS-COUNT.
           MOVE REJECT-SUMMARY-RECORD TO REJECT-LINE.
           WRITE REJECT-LINE.
           CLOSE REJECT-FILE CLOSING-PRICE-FILE.
           DISPLAY 'PRICE-LOAD: RECORDS REJECTED: ' REJECT-COUNTER.
       END PROGRAM PRICE-LOAD.
