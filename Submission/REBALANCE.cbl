       IDENTIFICATION DIVISION.
           PROGRAM-ID. REBALANCE INITIAL.
           *> Rebalancing proposals: measures every open account that
           *> ACCOUNT-MAINTENANCE has put on a model portfolio against
           *> its model's target weights on MODEL-PORTFOLIOS.dat. The
           *> account is valued the way the valuation report values it
           *> - holdings from PORTFOLIO.dat at the stocks master close,
           *> translated to home currency through FX-RATE-LOOKUP - plus
           *> its settled cash. A holding counts toward its symbol's
           *> line when the model names the symbol, otherwise toward
           *> its sector's line; a holding the model doesn't cover at
           *> all is aimed at nothing. Any line that has drifted from
           *> its target by more than its band (the house band when the
           *> line has none) gets a proposed trade to bring it back: a
           *> symbol line trades that symbol, an overweight sector is
           *> sold down across its holdings in proportion, and an
           *> underweight sector is bought through its largest holding.
           *>
           *> Buys are sized to the settled cash on hand in the stock's
           *> own currency, commission included, the way BUY-STOCKS will
           *> fund them - sale proceeds settle T+1 and can't pay for a
           *> buy the same day - and any trade worth less than the
           *> minimum trade size is shown but not proposed. The
           *> proposals go to a dated report, and unless the run control
           *> file says report only, to dated trade files in the
           *> BUY-TRADES.txt layout and the BROKER-FILLS.txt sell layout.
           *> Nothing trades until a supervisor releases those files
           *> through REBALANCE-APPROVAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE
           ASSIGN TO '../ACCOUNTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ACCOUNT-NUMBER
           FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT MODEL-FILE
           ASSIGN TO '../MODEL-PORTFOLIOS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MODEL-KEY
           FILE STATUS IS WS-MODEL-STATUS.

           SELECT PORTFOLIO-FILE
           ASSIGN TO '../PORTFOLIO.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PORTFOLIO-KEY
           FILE STATUS IS WS-PORTFOLIO-STATUS.

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

           SELECT OPTION-FILE                     *> Optional run control
           ASSIGN TO '../REBALANCE-OPTIONS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPTION-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUY-FILE
           ASSIGN TO WS-BUY-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SELL-FILE
           ASSIGN TO WS-SELL-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS-FILE.
       COPY '../ACCOUNT-MASTER.dat'.

       FD MODEL-FILE.
       COPY '../MODEL-PORTFOLIO.dat'.

       FD PORTFOLIO-FILE.
       01 PORTFOLIO-RECORD.
           02 PORTFOLIO-KEY.
               03 PORTFOLIO-ACCOUNT PIC X(5).
               03 PORTFOLIO-STOCK-SYMBOL PIC X(7).
           02 NUMBER-OF-SHARES PIC 9(5)V9(3).
           02 AVERAGE-COST PIC 9(6)V99.

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

       FD OPTION-FILE.
       01 OPTION-RECORD.
           *> e.g. 0050000100000Y - a 5 percent house drift band, no
           *> trade under $1,000.00, and trade files written. N in the
           *> last position writes the report only.
           02 OPTION-DRIFT-PCT PIC 9(3)V99.
           02 OPTION-MIN-TRADE PIC 9(7)V99.
           02 OPTION-TRADE-FILES PIC X.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD BUY-FILE.
       01 BUY-RECORD.
           *> The BUY-TRADES.txt layout BUY-STOCKS batch mode reads.
           02 BUY-ACCOUNT PIC X(5).
           02 BUY-SYMBOL PIC X(7).
           02 BUY-SHARES PIC 9(5).
           02 BUY-PRICE PIC 9(6)V99.

       FD SELL-FILE.
       01 SELL-RECORD.
           *> The BROKER-FILLS.txt layout FILL-PROCESSOR reads, sell side.
           02 SELL-SIDE PIC X.
           02 SELL-ACCOUNT PIC X(5).
           02 SELL-SYMBOL PIC X(7).
           02 SELL-SHARES PIC 9(5).
           02 SELL-PRICE PIC 9(6)V99.

       WORKING-STORAGE SECTION.
       01 WS-TODAY-DATE PIC 9(8).                  *> Today's date, YYYYMMDD
       01 WS-REPORT-PATH PIC X(40).
       01 WS-BUY-PATH PIC X(40).
       01 WS-SELL-PATH PIC X(40).
       01 WS-ACCOUNTS-STATUS PIC X(2).
       01 WS-MODEL-STATUS PIC X(2).
       01 WS-PORTFOLIO-STATUS PIC X(2).
       01 WS-STOCKS-STATUS PIC X(2).
       01 WS-BALANCE-STATUS PIC X(2).              *> '35' until the balance file exists
       01 WS-OPTION-STATUS PIC X(2).               *> '00' only when a run control exists
       01 ACCOUNTS-OPEN PIC A VALUE 'N'.
       01 MODEL-OPEN PIC A VALUE 'N'.
       01 PORTFOLIO-OPEN PIC A VALUE 'N'.
       01 STOCKS-OPEN PIC A VALUE 'N'.
       01 BALANCE-OPEN PIC A VALUE 'N'.
       01 EOF PIC A.
       01 MODEL-EOF PIC A.
       01 HOLDINGS-EOF PIC A.
       01 BALANCE-EOF PIC A.
       01 STOCK-FOUND-FLAG PIC A.
       01 WS-HOUSE-DRIFT-PCT PIC 9(3)V99 VALUE 5.
       01 WS-MIN-TRADE PIC 9(7)V99 VALUE 1000.
       01 WS-TRADE-FILES-FLAG PIC X VALUE 'Y'.     *> 'N' = report only
       01 WS-ACCOUNT-VALUE PIC 9(11)V99.           *> Holdings plus settled cash, CAD
       01 WS-HOLDINGS-VALUE PIC 9(11)V99.
       01 WS-CASH-VALUE PIC 9(11)V99.
       01 WS-CASH-AMOUNT PIC S9(9)V99.
       01 WS-LINE-VALUE PIC 9(11)V99.
       01 WS-TARGET-VALUE PIC 9(11)V99.
       01 WS-DIFFERENCE PIC S9(11)V99.             *> Target less current, CAD
       01 WS-CURRENT-PCT PIC 9(3)V99.
       01 WS-DRIFT-PCT PIC S9(3)V99.
       01 WS-BAND-PCT PIC 9(3)V99.
       01 WS-FX-RATE PIC 9(3)V9(6).                *> Home currency per one unit
       01 WS-FX-FOUND PIC A.
       01 WS-PROP-SYMBOL PIC X(7).                 *> The trade being sized
       01 WS-PROP-PRICE PIC 9(6)V99.
       01 WS-PROP-CURRENCY PIC X(3).
       01 WS-PROP-FX PIC 9(3)V9(6).
       01 WS-PROP-HELD PIC 9(5)V9(3).
       01 WS-PROP-VALUE PIC 9(11)V99.              *> CAD the trade should move
       01 WS-PROP-SHARES PIC 9(5).
       01 WS-PROP-ACTION PIC X(4).
       01 WS-PROP-NOTE PIC X(25).
       01 WS-TRADE-SHARES PIC 9(5)V9(3).           *> For COMMISSION-CALC
       01 WS-COMMISSION PIC 9(4)V99.
       01 SCHEDULE-FOUND-FLAG PIC A.
       01 WS-TRADE-COST PIC 9(9)V99.
       01 WS-AVAILABLE PIC S9(9)V99.
       01 WS-ACCOUNT-COUNT PIC 9(5) VALUE 0.
       01 WS-BUY-COUNT PIC 9(5) VALUE 0.
       01 WS-SELL-COUNT PIC 9(5) VALUE 0.
       01 WS-SKIP-COUNT PIC 9(5) VALUE 0.
       01 OPS-PROGRAM-NAME PIC X(20) VALUE 'REBALANCE'.
       01 OPS-STATUS PIC X(8).                     *> STARTED / ENDED-OK / FAILED
       01 OPS-READ-COUNT PIC 9(5).
       01 OPS-WRITE-COUNT PIC 9(5).
       01 OPS-REJECT-COUNT PIC 9(5).

       01 WS-MODEL-SUB PIC 9(3).
       01 WS-MODEL-MAX PIC 9(3).
       01 WS-MODEL-TABLE.
           *> The account's model, one entry per target line, with the
           *> account's holdings rolled up against each.
           02 WS-MODEL-ENTRY OCCURS 50 TIMES.
               03 ML-KIND PIC X(3).
               03 ML-TARGET PIC X(12).
               03 ML-WEIGHT PIC 9(3)V99.
               03 ML-DRIFT PIC 9(3)V99.
               03 ML-VALUE PIC 9(11)V99.
               03 ML-LARGEST PIC 9(3).             *> Holding a sector buy goes into
       01 WS-HOLD-SUB PIC 9(3).
       01 WS-HOLD-MAX PIC 9(3).
       01 WS-HOLD-TABLE.
           02 WS-HOLD-ENTRY OCCURS 100 TIMES.
               03 HL-SYMBOL PIC X(7).
               03 HL-SHARES PIC 9(5)V9(3).
               03 HL-PRICE PIC 9(6)V99.
               03 HL-CURRENCY PIC X(3).
               03 HL-FX PIC 9(3)V9(6).
               03 HL-SECTOR PIC X(12).
               03 HL-VALUE PIC 9(11)V99.
               03 HL-LINE PIC 9(3).                *> Model line it counts toward, 0 none
       01 WS-CASH-SUB PIC 9(2).
       01 WS-CASH-MAX PIC 9(2).
       01 WS-CASH-FOUND PIC 9(2).
       01 WS-CASH-TABLE.
           *> Settled cash on hand per currency, spent down as buys are
           *> proposed so two buys can't spend the same dollars.
           02 WS-CASH-ENTRY OCCURS 10 TIMES.
               03 CL-CURRENCY PIC X(3).
               03 CL-AVAILABLE PIC S9(9)V99.

       01 EQUAL-SIGNS PIC X(99) VALUE ALL '='.
       01 REPORT-TITLE-RECORD.
           02 FILLER PIC X(34) VALUE 'REBALANCING PROPOSALS FOR '.
           02 RT-DATE PIC 9(8).
       01 REPORT-NOTE-RECORD.
           02 FILLER PIC X(19) VALUE 'House drift band:  '.
           02 RN-DRIFT PIC ZZ9.99.
           02 FILLER PIC X(26) VALUE ' percent   Minimum trade: '.
           02 RN-MIN-TRADE PIC $$,$$$,$$9.99.
       01 REPORT-HEADER.
           02 FILLER PIC X(18) VALUE 'KIND TARGET'.
           02 FILLER PIC X(27) VALUE 'CURRENT%  TARGET%    DRIFT'.
           02 FILLER PIC X(26) VALUE 'ACTION SYMBOL  SHARES'.
           02 FILLER PIC X(27) VALUE 'EST VALUE CAD  NOTE'.
       01 ACCOUNT-TITLE-RECORD.
           02 FILLER PIC X(9) VALUE 'Account: '.
           02 AT-ACCOUNT PIC X(5).
           02 FILLER PIC X(9) VALUE '  Model: '.
           02 AT-MODEL PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AT-HOLDER PIC X(25).
           02 FILLER PIC X(15) VALUE '  Value (CAD): '.
           02 AT-VALUE PIC $$$,$$$,$$9.99.
       01 LINE-DETAIL-RECORD.
           02 LD-KIND PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LD-TARGET PIC X(12).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LD-CURRENT PIC ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 LD-WEIGHT PIC ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 LD-DRIFT PIC ZZ9.99-.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LD-FLAG PIC X(12).                   *> OUTSIDE BAND
       01 PROPOSAL-DETAIL-RECORD.
           02 FILLER PIC X(45) VALUE SPACES.
           02 PD-ACTION PIC X(4).
           02 FILLER PIC X(3) VALUE SPACES.
           02 PD-SYMBOL PIC X(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PD-SHARES PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PD-VALUE PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PD-NOTE PIC X(25).
       01 ACCOUNT-NOTE-RECORD.
           02 FILLER PIC X(5) VALUE SPACES.
           02 AN-NOTE PIC X(60).
       01 SUMMARY-COUNT-RECORD.
           02 SC-LABEL PIC X(32).
           02 SC-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'STARTED' TO OPS-STATUS.
           MOVE 0 TO OPS-READ-COUNT OPS-WRITE-COUNT OPS-REJECT-COUNT.
           PERFORM WRITE-OPS-LOG-RTN.
           PERFORM INITIALIZATION-RTN.
           PERFORM PROCESS-RTN UNTIL EOF = 'Y'.
           PERFORM CLOSE-RTN.
           MOVE 'ENDED-OK' TO OPS-STATUS.
           MOVE WS-ACCOUNT-COUNT TO OPS-READ-COUNT.
           COMPUTE OPS-WRITE-COUNT = WS-BUY-COUNT + WS-SELL-COUNT.
           MOVE WS-SKIP-COUNT TO OPS-REJECT-COUNT.
           PERFORM WRITE-OPS-LOG-RTN.
           MOVE 0 TO RETURN-CODE.
           GOBACK.                                *> GOBACK so the menu
           *> console regains control instead of the whole run unit
           *> terminating, while a standalone run still ends here

       WRITE-OPS-LOG-RTN.
           *> Append this run's evidence to the shared operations log -
           *> one record at start, one at end, via the OPS-LOG
           *> subprogram.

           CALL 'OPS-LOG' USING OPS-PROGRAM-NAME OPS-STATUS
               OPS-READ-COUNT OPS-WRITE-COUNT OPS-REJECT-COUNT.

       INITIALIZATION-RTN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM DETECT-OPTION-RTN.
           STRING '../REBALANCE-' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-REPORT-PATH.
           STRING '../REBALANCE-BUYS-' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-BUY-PATH.
           STRING '../REBALANCE-SELLS-' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-SELL-PATH.
           OPEN OUTPUT REPORT-FILE.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TODAY-DATE TO RT-DATE.
           MOVE REPORT-TITLE-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HOUSE-DRIFT-PCT TO RN-DRIFT.
           MOVE WS-MIN-TRADE TO RN-MIN-TRADE.
           MOVE REPORT-NOTE-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE REPORT-HEADER TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TRADE-FILES-FLAG NOT = 'N'
               OPEN OUTPUT BUY-FILE
               OPEN OUTPUT SELL-FILE
           END-IF.
           MOVE 'N' TO EOF.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-STATUS = '00'
               MOVE 'Y' TO ACCOUNTS-OPEN
           ELSE
               MOVE 'Y' TO EOF
           END-IF.
           OPEN INPUT MODEL-FILE.
           IF WS-MODEL-STATUS = '00'
               MOVE 'Y' TO MODEL-OPEN
           ELSE
               *> No model master means no account can be measured.
               MOVE 'Y' TO EOF
           END-IF.
           OPEN INPUT PORTFOLIO-FILE.
           IF WS-PORTFOLIO-STATUS = '00'
               MOVE 'Y' TO PORTFOLIO-OPEN
           END-IF.
           OPEN INPUT STOCKS-FILE.
           IF WS-STOCKS-STATUS = '00'
               MOVE 'Y' TO STOCKS-OPEN
           END-IF.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS = '35'
               *> First use since the balance file was introduced -
               *> backfill it once from the postings ledger.
               CALL 'BUILD-CASH-BALANCES'
               OPEN INPUT BALANCE-FILE
           END-IF.
           IF WS-BALANCE-STATUS = '00'
               MOVE 'Y' TO BALANCE-OPEN
           END-IF.

       DETECT-OPTION-RTN.
           *> REBALANCE-OPTIONS.txt is the same "optional run control
           *> file" idiom the other batch runs use - absent, the house
           *> defaults stand.

           OPEN INPUT OPTION-FILE.
           IF WS-OPTION-STATUS = '00'
               READ OPTION-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF OPTION-DRIFT-PCT IS NUMERIC
                           MOVE OPTION-DRIFT-PCT TO WS-HOUSE-DRIFT-PCT
                       END-IF
                       IF OPTION-MIN-TRADE IS NUMERIC
                           MOVE OPTION-MIN-TRADE TO WS-MIN-TRADE
                       END-IF
                       IF OPTION-TRADE-FILES = 'N'
                           MOVE 'N' TO WS-TRADE-FILES-FLAG
                       END-IF
               END-READ
               CLOSE OPTION-FILE
           END-IF.

       PROCESS-RTN.
           READ ACCOUNTS-FILE
               AT END MOVE 'Y' TO EOF
               NOT AT END
                   IF ACCOUNT-MODEL-ID NOT = SPACES
                       AND ACCOUNT-STATUS = 'OPEN'
                       PERFORM REBALANCE-ACCOUNT-RTN
                   END-IF
           END-READ.

       REBALANCE-ACCOUNT-RTN.
           ADD 1 TO WS-ACCOUNT-COUNT.
           PERFORM LOAD-MODEL-RTN.
           PERFORM LOAD-HOLDINGS-RTN.
           PERFORM LOAD-CASH-RTN.
           COMPUTE WS-ACCOUNT-VALUE = WS-HOLDINGS-VALUE + WS-CASH-VALUE.
           MOVE ACCOUNT-NUMBER TO AT-ACCOUNT.
           MOVE ACCOUNT-MODEL-ID TO AT-MODEL.
           MOVE ACCOUNT-HOLDER-NAME TO AT-HOLDER.
           MOVE WS-ACCOUNT-VALUE TO AT-VALUE.
           MOVE ACCOUNT-TITLE-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-MODEL-MAX = 0
               MOVE 'Model not on the model master - not measured'
                   TO AN-NOTE
               MOVE ACCOUNT-NOTE-RECORD TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF WS-ACCOUNT-VALUE = 0
                   MOVE 'Nothing held and no cash - nothing to balance'
                       TO AN-NOTE
                   MOVE ACCOUNT-NOTE-RECORD TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   PERFORM CHECK-ONE-LINE-RTN
                       VARYING WS-MODEL-SUB FROM 1 BY 1
                       UNTIL WS-MODEL-SUB > WS-MODEL-MAX
                   PERFORM CHECK-UNMODELLED-RTN
                       VARYING WS-HOLD-SUB FROM 1 BY 1
                       UNTIL WS-HOLD-SUB > WS-HOLD-MAX
               END-IF
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       LOAD-MODEL-RTN.
           MOVE 0 TO WS-MODEL-MAX.
           IF MODEL-OPEN = 'Y'
               MOVE 'N' TO MODEL-EOF
               MOVE ACCOUNT-MODEL-ID TO MODEL-ID
               MOVE LOW-VALUES TO MODEL-TARGET-KIND MODEL-TARGET
               START MODEL-FILE KEY IS NOT < MODEL-KEY
                   INVALID KEY MOVE 'Y' TO MODEL-EOF
               END-START
               PERFORM LOAD-ONE-LINE-RTN UNTIL MODEL-EOF = 'Y'
           END-IF.

       LOAD-ONE-LINE-RTN.
           READ MODEL-FILE NEXT RECORD
               AT END MOVE 'Y' TO MODEL-EOF
               NOT AT END
                   IF MODEL-ID NOT = ACCOUNT-MODEL-ID
                       MOVE 'Y' TO MODEL-EOF
                   ELSE
                       IF WS-MODEL-MAX < 50
                           ADD 1 TO WS-MODEL-MAX
                           MOVE MODEL-TARGET-KIND
                               TO ML-KIND (WS-MODEL-MAX)
                           MOVE MODEL-TARGET TO ML-TARGET (WS-MODEL-MAX)
                           MOVE MODEL-WEIGHT-PCT
                               TO ML-WEIGHT (WS-MODEL-MAX)
                           MOVE MODEL-DRIFT-PCT
                               TO ML-DRIFT (WS-MODEL-MAX)
                           MOVE 0 TO ML-VALUE (WS-MODEL-MAX)
                           MOVE 0 TO ML-LARGEST (WS-MODEL-MAX)
                       END-IF
                   END-IF
           END-READ.

       LOAD-HOLDINGS-RTN.
           MOVE 0 TO WS-HOLD-MAX WS-HOLDINGS-VALUE.
           IF PORTFOLIO-OPEN = 'Y'
               MOVE 'N' TO HOLDINGS-EOF
               MOVE ACCOUNT-NUMBER TO PORTFOLIO-ACCOUNT
               MOVE LOW-VALUES TO PORTFOLIO-STOCK-SYMBOL
               START PORTFOLIO-FILE KEY IS NOT < PORTFOLIO-KEY
                   INVALID KEY MOVE 'Y' TO HOLDINGS-EOF
               END-START
               PERFORM LOAD-ONE-HOLDING-RTN UNTIL HOLDINGS-EOF = 'Y'
           END-IF.

       LOAD-ONE-HOLDING-RTN.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END MOVE 'Y' TO HOLDINGS-EOF
               NOT AT END
                   IF PORTFOLIO-ACCOUNT NOT = ACCOUNT-NUMBER
                       MOVE 'Y' TO HOLDINGS-EOF
                   ELSE
                       IF NUMBER-OF-SHARES > 0 AND WS-HOLD-MAX < 100
                           PERFORM HOLD-ONE-HOLDING-RTN
                       END-IF
                   END-IF
           END-READ.

       HOLD-ONE-HOLDING-RTN.
           *> Price and translate the holding, then find the model line
           *> it counts toward - its own symbol first, then its sector.

           ADD 1 TO WS-HOLD-MAX.
           MOVE PORTFOLIO-STOCK-SYMBOL TO HL-SYMBOL (WS-HOLD-MAX).
           MOVE NUMBER-OF-SHARES TO HL-SHARES (WS-HOLD-MAX).
           MOVE PORTFOLIO-STOCK-SYMBOL TO SSYMBOL.
           PERFORM READ-STOCK-RTN.
           MOVE CPRICE TO HL-PRICE (WS-HOLD-MAX).
           MOVE SCURRENCY TO HL-CURRENCY (WS-HOLD-MAX).
           MOVE SSECTOR TO HL-SECTOR (WS-HOLD-MAX).
           MOVE WS-FX-RATE TO HL-FX (WS-HOLD-MAX).
           COMPUTE HL-VALUE (WS-HOLD-MAX) =
               NUMBER-OF-SHARES * CPRICE * WS-FX-RATE.
           ADD HL-VALUE (WS-HOLD-MAX) TO WS-HOLDINGS-VALUE.
           MOVE 0 TO HL-LINE (WS-HOLD-MAX).
           PERFORM MATCH-SYMBOL-LINE-RTN
               VARYING WS-MODEL-SUB FROM 1 BY 1
               UNTIL WS-MODEL-SUB > WS-MODEL-MAX.
           IF HL-LINE (WS-HOLD-MAX) = 0
               PERFORM MATCH-SECTOR-LINE-RTN
                   VARYING WS-MODEL-SUB FROM 1 BY 1
                   UNTIL WS-MODEL-SUB > WS-MODEL-MAX
           END-IF.
           IF HL-LINE (WS-HOLD-MAX) > 0
               MOVE HL-LINE (WS-HOLD-MAX) TO WS-MODEL-SUB
               ADD HL-VALUE (WS-HOLD-MAX) TO ML-VALUE (WS-MODEL-SUB)
               IF ML-LARGEST (WS-MODEL-SUB) = 0
                   MOVE WS-HOLD-MAX TO ML-LARGEST (WS-MODEL-SUB)
               ELSE
                   MOVE ML-LARGEST (WS-MODEL-SUB) TO WS-HOLD-SUB
                   IF HL-VALUE (WS-HOLD-MAX) > HL-VALUE (WS-HOLD-SUB)
                       MOVE WS-HOLD-MAX TO ML-LARGEST (WS-MODEL-SUB)
                   END-IF
               END-IF
           END-IF.

       MATCH-SYMBOL-LINE-RTN.
           IF ML-KIND (WS-MODEL-SUB) = 'SYM'
               AND ML-TARGET (WS-MODEL-SUB) = HL-SYMBOL (WS-HOLD-MAX)
               MOVE WS-MODEL-SUB TO HL-LINE (WS-HOLD-MAX)
           END-IF.

       MATCH-SECTOR-LINE-RTN.
           IF ML-KIND (WS-MODEL-SUB) = 'SEC'
               AND ML-TARGET (WS-MODEL-SUB) = HL-SECTOR (WS-HOLD-MAX)
               MOVE WS-MODEL-SUB TO HL-LINE (WS-HOLD-MAX)
           END-IF.

       READ-STOCK-RTN.
           *> Sector naming follows ALLOCATION-REPORT, so a model's
           *> sector lines match the sectors that report shows.

           MOVE 'N' TO STOCK-FOUND-FLAG.
           IF STOCKS-OPEN = 'Y'
               READ STOCKS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO STOCK-FOUND-FLAG
               END-READ
           END-IF.
           IF STOCK-FOUND-FLAG NOT = 'Y'
               MOVE 'NO MASTER' TO SSECTOR
               MOVE 0 TO CPRICE
               MOVE SPACES TO SCURRENCY
           ELSE
               IF SSECTOR = SPACES
                   MOVE 'UNCLASSIFIED' TO SSECTOR
               END-IF
           END-IF.
           CALL 'FX-RATE-LOOKUP' USING SCURRENCY WS-FX-RATE
               WS-FX-FOUND.

       LOAD-CASH-RTN.
           *> Settled cash per currency, net of pending debits the way
           *> READ-CASH-BALANCE answers BUY-STOCKS - an overdrawn
           *> currency has nothing to spend and adds nothing.

           MOVE 0 TO WS-CASH-MAX WS-CASH-VALUE.
           IF BALANCE-OPEN = 'Y'
               MOVE 'N' TO BALANCE-EOF
               MOVE ACCOUNT-NUMBER TO CASH-BALANCE-ACCOUNT
               MOVE LOW-VALUES TO CASH-BALANCE-CURRENCY
               START BALANCE-FILE KEY IS NOT < CASH-BALANCE-KEY
                   INVALID KEY MOVE 'Y' TO BALANCE-EOF
               END-START
               PERFORM LOAD-ONE-BALANCE-RTN UNTIL BALANCE-EOF = 'Y'
           END-IF.

       LOAD-ONE-BALANCE-RTN.
           READ BALANCE-FILE NEXT RECORD
               AT END MOVE 'Y' TO BALANCE-EOF
               NOT AT END
                   IF CASH-BALANCE-ACCOUNT NOT = ACCOUNT-NUMBER
                       MOVE 'Y' TO BALANCE-EOF
                   ELSE
                       MOVE CASH-BALANCE-AMOUNT TO WS-CASH-AMOUNT
                       IF CASH-BALANCE-PENDING < 0
                           ADD CASH-BALANCE-PENDING TO WS-CASH-AMOUNT
                       END-IF
                       IF WS-CASH-AMOUNT > 0 AND WS-CASH-MAX < 10
                           ADD 1 TO WS-CASH-MAX
                           MOVE CASH-BALANCE-CURRENCY
                               TO CL-CURRENCY (WS-CASH-MAX)
                           MOVE WS-CASH-AMOUNT
                               TO CL-AVAILABLE (WS-CASH-MAX)
                           CALL 'FX-RATE-LOOKUP' USING
                               CASH-BALANCE-CURRENCY WS-FX-RATE
                               WS-FX-FOUND
                           COMPUTE WS-LINE-VALUE =
                               WS-CASH-AMOUNT * WS-FX-RATE
                           ADD WS-LINE-VALUE TO WS-CASH-VALUE
                       END-IF
                   END-IF
           END-READ.

       CHECK-ONE-LINE-RTN.
           *> Measure one model line and, outside its band, size the
           *> trade that brings it back to target.

           COMPUTE WS-CURRENT-PCT ROUNDED =
               ML-VALUE (WS-MODEL-SUB) * 100 / WS-ACCOUNT-VALUE.
           COMPUTE WS-DRIFT-PCT = WS-CURRENT-PCT
               - ML-WEIGHT (WS-MODEL-SUB).
           MOVE ML-DRIFT (WS-MODEL-SUB) TO WS-BAND-PCT.
           IF WS-BAND-PCT = 0
               MOVE WS-HOUSE-DRIFT-PCT TO WS-BAND-PCT
           END-IF.
           MOVE ML-KIND (WS-MODEL-SUB) TO LD-KIND.
           MOVE ML-TARGET (WS-MODEL-SUB) TO LD-TARGET.
           MOVE WS-CURRENT-PCT TO LD-CURRENT.
           MOVE ML-WEIGHT (WS-MODEL-SUB) TO LD-WEIGHT.
           MOVE WS-DRIFT-PCT TO LD-DRIFT.
           MOVE SPACES TO LD-FLAG.
           IF WS-DRIFT-PCT > WS-BAND-PCT
               OR WS-DRIFT-PCT < 0 - WS-BAND-PCT
               MOVE 'OUTSIDE BAND' TO LD-FLAG
           END-IF.
           MOVE LINE-DETAIL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF LD-FLAG NOT = SPACES
               COMPUTE WS-TARGET-VALUE =
                   ML-WEIGHT (WS-MODEL-SUB) * WS-ACCOUNT-VALUE / 100
               COMPUTE WS-DIFFERENCE =
                   WS-TARGET-VALUE - ML-VALUE (WS-MODEL-SUB)
               IF ML-KIND (WS-MODEL-SUB) = 'SYM'
                   PERFORM TRADE-SYMBOL-LINE-RTN
               ELSE
                   PERFORM TRADE-SECTOR-LINE-RTN
               END-IF
           END-IF.

       TRADE-SYMBOL-LINE-RTN.
           *> The symbol is priced from the holding when there is one,
           *> otherwise from the stocks master.

           MOVE ML-TARGET (WS-MODEL-SUB) TO WS-PROP-SYMBOL.
           IF ML-LARGEST (WS-MODEL-SUB) > 0
               MOVE ML-LARGEST (WS-MODEL-SUB) TO WS-HOLD-SUB
               PERFORM LOAD-PROPOSAL-FROM-HOLDING-RTN
           ELSE
               MOVE WS-PROP-SYMBOL TO SSYMBOL
               PERFORM READ-STOCK-RTN
               MOVE CPRICE TO WS-PROP-PRICE
               MOVE SCURRENCY TO WS-PROP-CURRENCY
               MOVE WS-FX-RATE TO WS-PROP-FX
               MOVE 0 TO WS-PROP-HELD
           END-IF.
           IF WS-DIFFERENCE < 0
               COMPUTE WS-PROP-VALUE = 0 - WS-DIFFERENCE
               PERFORM PROPOSE-SELL-RTN
           ELSE
               MOVE WS-DIFFERENCE TO WS-PROP-VALUE
               PERFORM PROPOSE-BUY-RTN
           END-IF.

       TRADE-SECTOR-LINE-RTN.
           *> Overweight: every holding in the sector gives up its share
           *> of the excess. Underweight: the sector's largest holding
           *> takes the whole top-up.

           IF WS-DIFFERENCE < 0
               PERFORM SELL-SECTOR-HOLDING-RTN
                   VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-MAX
           ELSE
               IF ML-LARGEST (WS-MODEL-SUB) > 0
                   MOVE ML-LARGEST (WS-MODEL-SUB) TO WS-HOLD-SUB
                   PERFORM LOAD-PROPOSAL-FROM-HOLDING-RTN
                   MOVE WS-DIFFERENCE TO WS-PROP-VALUE
                   PERFORM PROPOSE-BUY-RTN
               ELSE
                   MOVE SPACES TO WS-PROP-SYMBOL
                   MOVE 0 TO WS-PROP-SHARES WS-PROP-VALUE
                   MOVE SPACES TO WS-PROP-ACTION
                   MOVE 'NO HOLDING IN SECTOR' TO WS-PROP-NOTE
                   ADD 1 TO WS-SKIP-COUNT
                   PERFORM WRITE-PROPOSAL-RTN
               END-IF
           END-IF.

       SELL-SECTOR-HOLDING-RTN.
           IF HL-LINE (WS-HOLD-SUB) = WS-MODEL-SUB
               AND ML-VALUE (WS-MODEL-SUB) > 0
               PERFORM LOAD-PROPOSAL-FROM-HOLDING-RTN
               COMPUTE WS-PROP-VALUE = (0 - WS-DIFFERENCE)
                   * HL-VALUE (WS-HOLD-SUB) / ML-VALUE (WS-MODEL-SUB)
               PERFORM PROPOSE-SELL-RTN
           END-IF.

       CHECK-UNMODELLED-RTN.
           *> A holding the model doesn't cover is aimed at nothing -
           *> once it is more than the house band of the account it is
           *> proposed for sale in full.

           IF HL-LINE (WS-HOLD-SUB) = 0 AND HL-VALUE (WS-HOLD-SUB) > 0
               COMPUTE WS-CURRENT-PCT ROUNDED =
                   HL-VALUE (WS-HOLD-SUB) * 100 / WS-ACCOUNT-VALUE
               MOVE 'SYM' TO LD-KIND
               MOVE HL-SYMBOL (WS-HOLD-SUB) TO LD-TARGET
               MOVE WS-CURRENT-PCT TO LD-CURRENT
               MOVE 0 TO LD-WEIGHT
               MOVE WS-CURRENT-PCT TO LD-DRIFT
               MOVE 'NOT IN MODEL' TO LD-FLAG
               MOVE LINE-DETAIL-RECORD TO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-CURRENT-PCT > WS-HOUSE-DRIFT-PCT
                   PERFORM LOAD-PROPOSAL-FROM-HOLDING-RTN
                   MOVE HL-VALUE (WS-HOLD-SUB) TO WS-PROP-VALUE
                   PERFORM PROPOSE-SELL-RTN
               END-IF
           END-IF.

       LOAD-PROPOSAL-FROM-HOLDING-RTN.
           MOVE HL-SYMBOL (WS-HOLD-SUB) TO WS-PROP-SYMBOL.
           MOVE HL-PRICE (WS-HOLD-SUB) TO WS-PROP-PRICE.
           MOVE HL-CURRENCY (WS-HOLD-SUB) TO WS-PROP-CURRENCY.
           MOVE HL-FX (WS-HOLD-SUB) TO WS-PROP-FX.
           MOVE HL-SHARES (WS-HOLD-SUB) TO WS-PROP-HELD.

       PROPOSE-SELL-RTN.
           *> Whole shares only, never more than are held.

           MOVE 'SELL' TO WS-PROP-ACTION.
           MOVE SPACES TO WS-PROP-NOTE.
           MOVE 0 TO WS-PROP-SHARES.
           IF WS-PROP-PRICE = 0
               MOVE SPACES TO WS-PROP-ACTION
               MOVE 'NO PRICE ON STOCKS MASTER' TO WS-PROP-NOTE
           ELSE
               COMPUTE WS-PROP-SHARES =
                   WS-PROP-VALUE / (WS-PROP-PRICE * WS-PROP-FX)
               IF WS-PROP-SHARES > WS-PROP-HELD
                   MOVE WS-PROP-HELD TO WS-PROP-SHARES
               END-IF
               COMPUTE WS-PROP-VALUE =
                   WS-PROP-SHARES * WS-PROP-PRICE * WS-PROP-FX
               IF WS-PROP-SHARES = 0
                   MOVE SPACES TO WS-PROP-ACTION
                   MOVE 'LESS THAN ONE SHARE' TO WS-PROP-NOTE
               ELSE
                   IF WS-PROP-VALUE < WS-MIN-TRADE
                       MOVE SPACES TO WS-PROP-ACTION
                       MOVE 'BELOW MINIMUM TRADE' TO WS-PROP-NOTE
                   END-IF
               END-IF
           END-IF.
           IF WS-PROP-ACTION = 'SELL'
               ADD 1 TO WS-SELL-COUNT
               IF WS-TRADE-FILES-FLAG NOT = 'N'
                   MOVE 'S' TO SELL-SIDE
                   MOVE ACCOUNT-NUMBER TO SELL-ACCOUNT
                   MOVE WS-PROP-SYMBOL TO SELL-SYMBOL
                   MOVE WS-PROP-SHARES TO SELL-SHARES
                   MOVE WS-PROP-PRICE TO SELL-PRICE
                   WRITE SELL-RECORD
               END-IF
           ELSE
               ADD 1 TO WS-SKIP-COUNT
           END-IF.
           PERFORM WRITE-PROPOSAL-RTN.

       PROPOSE-BUY-RTN.
           *> Whole shares, cut back to the settled cash on hand in the
           *> stock's currency with the scheduled commission on top.

           MOVE 'BUY' TO WS-PROP-ACTION.
           MOVE SPACES TO WS-PROP-NOTE.
           MOVE 0 TO WS-PROP-SHARES.
           IF WS-PROP-PRICE = 0
               MOVE SPACES TO WS-PROP-ACTION
               MOVE 'NO PRICE ON STOCKS MASTER' TO WS-PROP-NOTE
           ELSE
               COMPUTE WS-PROP-SHARES =
                   WS-PROP-VALUE / (WS-PROP-PRICE * WS-PROP-FX)
               PERFORM FIND-CASH-RTN
               PERFORM PRICE-BUY-RTN
               IF WS-TRADE-COST > WS-AVAILABLE
                   MOVE 'REDUCED TO CASH ON HAND' TO WS-PROP-NOTE
                   IF WS-AVAILABLE > WS-COMMISSION
                       COMPUTE WS-PROP-SHARES =
                           (WS-AVAILABLE - WS-COMMISSION)
                           / WS-PROP-PRICE
                   ELSE
                       MOVE 0 TO WS-PROP-SHARES
                   END-IF
                   PERFORM PRICE-BUY-RTN
                   IF WS-TRADE-COST > WS-AVAILABLE
                       MOVE 0 TO WS-PROP-SHARES
                   END-IF
               END-IF
               COMPUTE WS-PROP-VALUE =
                   WS-PROP-SHARES * WS-PROP-PRICE * WS-PROP-FX
               IF WS-PROP-SHARES = 0
                   MOVE SPACES TO WS-PROP-ACTION
                   MOVE 'NO CASH ON HAND' TO WS-PROP-NOTE
               ELSE
                   IF WS-PROP-VALUE < WS-MIN-TRADE
                       MOVE SPACES TO WS-PROP-ACTION
                       MOVE 'BELOW MINIMUM TRADE' TO WS-PROP-NOTE
                   END-IF
               END-IF
           END-IF.
           IF WS-PROP-ACTION = 'BUY'
               ADD 1 TO WS-BUY-COUNT
               SUBTRACT WS-TRADE-COST FROM CL-AVAILABLE (WS-CASH-FOUND)
               IF WS-TRADE-FILES-FLAG NOT = 'N'
                   MOVE ACCOUNT-NUMBER TO BUY-ACCOUNT
                   MOVE WS-PROP-SYMBOL TO BUY-SYMBOL
                   MOVE WS-PROP-SHARES TO BUY-SHARES
                   MOVE WS-PROP-PRICE TO BUY-PRICE
                   WRITE BUY-RECORD
               END-IF
           ELSE
               ADD 1 TO WS-SKIP-COUNT
           END-IF.
           PERFORM WRITE-PROPOSAL-RTN.

       FIND-CASH-RTN.
           *> A blank stock currency is home currency, as everywhere.

           IF WS-PROP-CURRENCY = SPACES
               MOVE 'CAD' TO WS-PROP-CURRENCY
           END-IF.
           MOVE 0 TO WS-CASH-FOUND.
           MOVE 0 TO WS-AVAILABLE.
           PERFORM MATCH-ONE-CASH-RTN
               VARYING WS-CASH-SUB FROM 1 BY 1
               UNTIL WS-CASH-SUB > WS-CASH-MAX.
           IF WS-CASH-FOUND > 0
               MOVE CL-AVAILABLE (WS-CASH-FOUND) TO WS-AVAILABLE
           END-IF.

       MATCH-ONE-CASH-RTN.
           IF CL-CURRENCY (WS-CASH-SUB) = WS-PROP-CURRENCY
               MOVE WS-CASH-SUB TO WS-CASH-FOUND
           END-IF.

       PRICE-BUY-RTN.
           MOVE WS-PROP-SHARES TO WS-TRADE-SHARES.
           MOVE 0 TO WS-COMMISSION.
           IF WS-PROP-SHARES > 0
               CALL 'COMMISSION-CALC' USING WS-TRADE-SHARES
                   WS-COMMISSION SCHEDULE-FOUND-FLAG
           END-IF.
           COMPUTE WS-TRADE-COST =
               WS-PROP-SHARES * WS-PROP-PRICE + WS-COMMISSION.

       WRITE-PROPOSAL-RTN.
           MOVE WS-PROP-ACTION TO PD-ACTION.
           MOVE WS-PROP-SYMBOL TO PD-SYMBOL.
           MOVE WS-PROP-SHARES TO PD-SHARES.
           MOVE WS-PROP-VALUE TO PD-VALUE.
           MOVE WS-PROP-NOTE TO PD-NOTE.
           MOVE PROPOSAL-DETAIL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       CLOSE-RTN.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Accounts measured: ' TO SC-LABEL.
           MOVE WS-ACCOUNT-COUNT TO SC-COUNT.
           MOVE SUMMARY-COUNT-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Buys proposed: ' TO SC-LABEL.
           MOVE WS-BUY-COUNT TO SC-COUNT.
           MOVE SUMMARY-COUNT-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Sells proposed: ' TO SC-LABEL.
           MOVE WS-SELL-COUNT TO SC-COUNT.
           MOVE SUMMARY-COUNT-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Trades held back: ' TO SC-LABEL.
           MOVE WS-SKIP-COUNT TO SC-COUNT.
           MOVE SUMMARY-COUNT-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TRADE-FILES-FLAG = 'N'
               MOVE 'Report only - no trade files written'
                   TO REPORT-LINE
           ELSE
               MOVE 'Trade files await release by REBALANCE-APPROVAL'
                   TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           IF WS-TRADE-FILES-FLAG NOT = 'N'
               CLOSE BUY-FILE
               CLOSE SELL-FILE
           END-IF.
           IF ACCOUNTS-OPEN = 'Y'
               CLOSE ACCOUNTS-FILE
           END-IF.
           IF MODEL-OPEN = 'Y'
               CLOSE MODEL-FILE
           END-IF.
           IF PORTFOLIO-OPEN = 'Y'
               CLOSE PORTFOLIO-FILE
           END-IF.
           IF STOCKS-OPEN = 'Y'
               CLOSE STOCKS-FILE
           END-IF.
           IF BALANCE-OPEN = 'Y'
               CLOSE BALANCE-FILE
           END-IF.
           DISPLAY 'REBALANCE: BUYS PROPOSED: ' WS-BUY-COUNT
               ' SELLS PROPOSED: ' WS-SELL-COUNT.
       END PROGRAM REBALANCE.
