       IDENTIFICATION DIVISION.
           PROGRAM-ID. HOUSEHOLD-REPORT INITIAL.
           *> Consolidated household report: for every household on
           *> HOUSEHOLDS.dat, the member accounts linked to it on the
           *> accounts master are reported as one - holdings combined
           *> by symbol from PORTFOLIO.dat, cash combined by currency
           *> from CASH-BALANCES.dat, the combined allocation by sector
           *> and by asset class, and the household's performance
           *> rolled up from the members' ACCOUNT-HISTORY.txt snapshots
           *> with deposits and withdrawals backed out the way
           *> ACCOUNT-PERFORMANCE does for one account. Everything is in
           *> home currency through FX-RATE-LOOKUP. The report goes to
           *> HOUSEHOLD-yyyymmdd.txt, and each household's total is
           *> left on HOUSEHOLD-VALUES.txt for the runs that price by
           *> household - FEE-BILLING's household discount among them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOUSEHOLD-FILE
           ASSIGN TO '../HOUSEHOLDS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HOUSEHOLD-ID
           FILE STATUS IS WS-HOUSEHOLD-STATUS.

           SELECT ACCOUNTS-FILE
           ASSIGN TO '../ACCOUNTS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ACCOUNT-NUMBER
           FILE STATUS IS WS-ACCOUNTS-STATUS.

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

           SELECT ACCOUNT-HISTORY-FILE
           ASSIGN TO '../ACCOUNT-HISTORY.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CASH-FILE
           ASSIGN TO '../CASH-LEDGER.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASH-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VALUES-FILE                     *> Household totals for other runs
           ASSIGN TO '../HOUSEHOLD-VALUES.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HOUSEHOLD-FILE.
       COPY '../HOUSEHOLD.dat'.

       FD ACCOUNTS-FILE.
       COPY '../ACCOUNT-MASTER.dat'.

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

       FD ACCOUNT-HISTORY-FILE.
       COPY '../ACCOUNT-HISTORY.dat'.

       FD CASH-FILE.
       COPY '../CASH-LEDGER.dat'.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD VALUES-FILE.
       COPY '../HOUSEHOLD-VALUE.dat'.

       WORKING-STORAGE SECTION.
       01 WS-TODAY-DATE PIC 9(8).                  *> Today's date, YYYYMMDD
       01 WS-REPORT-PATH PIC X(40).
       01 WS-HOUSEHOLD-STATUS PIC X(2).            *> '00' only when households exist
       01 WS-ACCOUNTS-STATUS PIC X(2).
       01 WS-PORTFOLIO-STATUS PIC X(2).
       01 WS-STOCKS-STATUS PIC X(2).
       01 WS-BALANCE-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).              *> '00' only when snapshots exist
       01 WS-CASH-STATUS PIC X(2).                 *> '00' only when the ledger exists
       01 PORTFOLIO-OPEN PIC A VALUE 'N'.
       01 STOCKS-OPEN PIC A VALUE 'N'.
       01 BALANCE-OPEN PIC A VALUE 'N'.
       01 HOUSEHOLD-EOF PIC A.
       01 ACCOUNTS-EOF PIC A.
       01 PORTFOLIO-EOF PIC A.
       01 BALANCE-EOF PIC A.
       01 HISTORY-EOF PIC A.
       01 CASH-EOF PIC A.
       01 STOCK-FOUND-FLAG PIC A.
       01 WS-FOUND-FLAG PIC A.
       01 WS-FX-RATE PIC 9(3)V9(6).                *> Home currency per one unit
       01 WS-FX-FOUND PIC A.
       01 ADJUSTED-COST-BASE PIC 9(7)V99.
       01 MARKET-VALUE PIC 9(7)V99.
       01 TOTAL-GAIN-OR-LOSS PIC 9(7)V99-.
       01 WS-HOME-VALUE PIC 9(9)V99.               *> This holding's value in CAD
       01 WS-HOME-CASH PIC S9(9)V99.               *> This balance in CAD
       01 WS-HOME-FLOW PIC S9(9)V99.               *> This posting in CAD
       01 WS-HOLDINGS-VALUE PIC 9(11)V99.
       01 WS-CASH-VALUE PIC S9(11)V99.
       01 WS-TOTAL-VALUE PIC S9(11)V99.
       01 WS-PCT PIC 9(3)V99.
       01 WS-START-DATE PIC 9(8).
       01 WS-END-DATE PIC 9(8).
       01 WS-START-VALUE PIC 9(11)V99.
       01 WS-END-VALUE PIC 9(11)V99.
       01 WS-NET-FLOW PIC S9(11)V99.
       01 WS-ADJUSTED-GAIN PIC S9(11)V99.
       01 WS-RETURN-PCT PIC S9(3)V99.
       01 WS-HOUSEHOLD-COUNT PIC 9(5) VALUE 0.
       01 WS-LINKED-COUNT PIC 9(5) VALUE 0.
       01 WS-UNKNOWN-COUNT PIC 9(5) VALUE 0.       *> Accounts naming no such household
       01 OPS-PROGRAM-NAME PIC X(20) VALUE 'HOUSEHOLD-REPORT'.
       01 OPS-STATUS PIC X(8).                     *> STARTED / ENDED-OK / FAILED
       01 OPS-READ-COUNT PIC 9(5).
       01 OPS-WRITE-COUNT PIC 9(5).
       01 OPS-REJECT-COUNT PIC 9(5).

       01 WS-LINK-SUB PIC 9(4).
       01 WS-LINK-MAX PIC 9(4) VALUE 0.
       01 WS-LINK-FULL-FLAG PIC A VALUE 'N'.       *> 'Y' once the overflow was reported
       01 WS-LINK-TABLE.
           *> Every account linked to a household, from the accounts
           *> master, with its snapshot period and the deposits and
           *> withdrawals inside it.
           02 WS-LINK-ENTRY OCCURS 1000 TIMES.
               03 HL-ACCOUNT PIC X(5).
               03 HL-HOUSEHOLD PIC X(6).
               03 HL-HOLDER-NAME PIC X(25).
               03 HL-TYPE PIC X(4).
               03 HL-STATUS PIC X(6).
               03 HL-REPORTED PIC A.
               03 HL-START-DATE PIC 9(8).
               03 HL-START-VALUE PIC 9(9)V99.
               03 HL-END-DATE PIC 9(8).
               03 HL-END-VALUE PIC 9(9)V99.
               03 HL-NET-FLOW PIC S9(9)V99.

       01 WS-MEMBER-SUB PIC 9(2).
       01 WS-MEMBER-MAX PIC 9(2).
       01 WS-MEMBER-TABLE.
           *> This household's member accounts.
           02 WS-MEMBER-ENTRY OCCURS 20 TIMES.
               03 MB-LINK-SUB PIC 9(4).
               03 MB-HOLDINGS PIC 9(9)V99.
               03 MB-CASH PIC S9(9)V99.
       01 WS-SYMBOL-SUB PIC 9(3).
       01 WS-SYMBOL-MAX PIC 9(3).
       01 WS-SYMBOL-TABLE.
           *> Holdings combined across the members.
           02 WS-SYMBOL-ENTRY OCCURS 200 TIMES.
               03 SY-SYMBOL PIC X(7).
               03 SY-NAME PIC X(25).
               03 SY-SHARES PIC 9(7)V9(3).
               03 SY-VALUE PIC 9(11)V99.
       01 WS-GROUP-SUB PIC 9(2).
       01 WS-SECTOR-MAX PIC 9(2).
       01 WS-SECTOR-TABLE.
           02 WS-SECTOR-ENTRY OCCURS 30 TIMES.
               03 SC-NAME PIC X(12).
               03 SC-VALUE PIC 9(11)V99.
       01 WS-CLASS-MAX PIC 9(2).
       01 WS-CLASS-TABLE.
           02 WS-CLASS-ENTRY OCCURS 20 TIMES.
               03 CL-NAME PIC X(12).
               03 CL-VALUE PIC 9(11)V99.
       01 WS-CURRENCY-MAX PIC 9(2).
       01 WS-CURRENCY-TABLE.
           02 WS-CURRENCY-ENTRY OCCURS 10 TIMES.
               03 CY-CURRENCY PIC X(3).
               03 CY-AMOUNT PIC S9(11)V99.
               03 CY-HOME PIC S9(11)V99.
       01 WS-GROUP-NAME PIC X(12).
       01 WS-GROUP-VALUE PIC 9(11)V99.

       01 EQUAL-SIGNS PIC X(99) VALUE ALL '='.
       01 DASH-LINE PIC X(99) VALUE ALL '-'.
       01 REPORT-TITLE-RECORD.
           02 FILLER PIC X(34)
               VALUE 'CONSOLIDATED HOUSEHOLD REPORT FOR '.
           02 RT-DATE PIC 9(8).
       01 HOUSEHOLD-TITLE-RECORD.
           02 FILLER PIC X(11) VALUE 'Household: '.
           02 HT-ID PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 HT-NAME PIC X(25).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(9) VALUE 'Contact: '.
           02 HT-CONTACT PIC X(25).
           02 FILLER PIC X(2) VALUE SPACES.
           02 HT-PHONE PIC X(12).
       01 SECTION-HEADER-RECORD.
           02 SH-TEXT PIC X(40).
       01 MEMBER-DETAIL-RECORD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 MD-ACCOUNT PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 MD-HOLDER-NAME PIC X(25).
           02 FILLER PIC X(2) VALUE SPACES.
           02 MD-TYPE PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 MD-STATUS PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 MD-HOLDINGS PIC $$$$,$$$,$$9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 MD-CASH PIC $$$$,$$$,$$9.99-.
       01 HOLDING-DETAIL-RECORD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 HD-SYMBOL PIC X(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 HD-NAME PIC X(25).
           02 FILLER PIC X(2) VALUE SPACES.
           02 HD-SHARES PIC Z,ZZZ,ZZ9.999.
           02 FILLER PIC X(2) VALUE SPACES.
           02 HD-VALUE PIC $$$,$$$,$$$,$$9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 HD-PCT PIC ZZ9.99.
           02 FILLER PIC X(2) VALUE ' %'.
       01 GROUP-DETAIL-RECORD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 GD-NAME PIC X(12).
           02 FILLER PIC X(24) VALUE SPACES.
           02 GD-VALUE PIC $$$,$$$,$$$,$$9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 GD-PCT PIC ZZ9.99.
           02 FILLER PIC X(2) VALUE ' %'.
       01 CURRENCY-DETAIL-RECORD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-CURRENCY PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-AMOUNT PIC $$$,$$$,$$$,$$9.99-.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'CAD:  '.
           02 CD-HOME PIC $$$,$$$,$$$,$$9.99-.
       01 TOTAL-DETAIL-RECORD.
           02 TD-LABEL PIC X(30).
           02 TD-VALUE PIC $$$,$$$,$$$,$$9.99-.
       01 PERFORMANCE-DETAIL-RECORD.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PD-FROM-DATE PIC 9(8).
           02 FILLER PIC X(4) VALUE ' to '.
           02 PD-TO-DATE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PD-START-VALUE PIC $$$$,$$$,$$9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PD-END-VALUE PIC $$$$,$$$,$$9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PD-NET-FLOW PIC $$$$,$$$,$$9.99-.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PD-RETURN PIC ZZ9.99-.
           02 FILLER PIC X(2) VALUE ' %'.
       01 SUMMARY-COUNT-RECORD.
           02 SU-LABEL PIC X(40).
           02 SU-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'STARTED' TO OPS-STATUS.
           MOVE 0 TO OPS-READ-COUNT OPS-WRITE-COUNT OPS-REJECT-COUNT.
           PERFORM WRITE-OPS-LOG-RTN.
           PERFORM INITIALIZATION-RTN.
           PERFORM LOAD-LINKS-RTN.
           PERFORM LOAD-SNAPSHOTS-RTN.
           PERFORM LOAD-CASH-FLOWS-RTN.
           PERFORM REPORT-HOUSEHOLDS-RTN.
           PERFORM CLOSE-RTN.
           MOVE 'ENDED-OK' TO OPS-STATUS.
           MOVE WS-LINKED-COUNT TO OPS-READ-COUNT.
           MOVE WS-HOUSEHOLD-COUNT TO OPS-WRITE-COUNT.
           MOVE WS-UNKNOWN-COUNT TO OPS-REJECT-COUNT.
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
           STRING '../HOUSEHOLD-' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
               INTO WS-REPORT-PATH.
           OPEN OUTPUT REPORT-FILE.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TODAY-DATE TO RT-DATE.
           MOVE REPORT-TITLE-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN OUTPUT VALUES-FILE.
           OPEN INPUT PORTFOLIO-FILE.
           IF WS-PORTFOLIO-STATUS = '00'
               MOVE 'Y' TO PORTFOLIO-OPEN
           END-IF.
           OPEN INPUT STOCKS-FILE.
           IF WS-STOCKS-STATUS = '00'
               MOVE 'Y' TO STOCKS-OPEN
           END-IF.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS = '00'
               MOVE 'Y' TO BALANCE-OPEN
           END-IF.

       LOAD-LINKS-RTN.
           *> The accounts master is the only place an account's
           *> household is kept - one pass collects every link.

           MOVE 'N' TO ACCOUNTS-EOF.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-STATUS = '00'
               PERFORM LOAD-ONE-LINK-RTN UNTIL ACCOUNTS-EOF = 'Y'
               CLOSE ACCOUNTS-FILE
           END-IF.

       LOAD-ONE-LINK-RTN.
           READ ACCOUNTS-FILE
               AT END MOVE 'Y' TO ACCOUNTS-EOF
               NOT AT END
                   IF ACCOUNT-HOUSEHOLD-ID NOT = SPACES
                       AND ACCOUNT-HOUSEHOLD-ID NOT = LOW-VALUES
                       PERFORM FILE-ONE-LINK-RTN
                   END-IF
           END-READ.

       FILE-ONE-LINK-RTN.
           IF WS-LINK-MAX < 1000
               ADD 1 TO WS-LINK-MAX WS-LINKED-COUNT
               MOVE ACCOUNT-NUMBER TO HL-ACCOUNT (WS-LINK-MAX)
               MOVE ACCOUNT-HOUSEHOLD-ID TO HL-HOUSEHOLD (WS-LINK-MAX)
               MOVE ACCOUNT-HOLDER-NAME TO HL-HOLDER-NAME (WS-LINK-MAX)
               MOVE ACCOUNT-TYPE TO HL-TYPE (WS-LINK-MAX)
               MOVE ACCOUNT-STATUS TO HL-STATUS (WS-LINK-MAX)
               MOVE 'N' TO HL-REPORTED (WS-LINK-MAX)
               MOVE 0 TO HL-START-DATE (WS-LINK-MAX)
                   HL-START-VALUE (WS-LINK-MAX)
                   HL-END-DATE (WS-LINK-MAX)
                   HL-END-VALUE (WS-LINK-MAX)
                   HL-NET-FLOW (WS-LINK-MAX)
           ELSE
               IF WS-LINK-FULL-FLAG = 'N'
                   DISPLAY 'HOUSEHOLD-REPORT: LINK TABLE FULL - '
                       'ACCOUNTS BEYOND 1000 NOT REPORTED'
                   MOVE 'Y' TO WS-LINK-FULL-FLAG
               END-IF
           END-IF.

       LOAD-SNAPSHOTS-RTN.
           *> First and last snapshot per member account bound its
           *> period - the history appends in run order.

           MOVE 'N' TO HISTORY-EOF.
           OPEN INPUT ACCOUNT-HISTORY-FILE.
           IF WS-HISTORY-STATUS = '00'
               PERFORM LOAD-ONE-SNAPSHOT-RTN UNTIL HISTORY-EOF = 'Y'
               CLOSE ACCOUNT-HISTORY-FILE
           END-IF.

       LOAD-ONE-SNAPSHOT-RTN.
           READ ACCOUNT-HISTORY-FILE
               AT END MOVE 'Y' TO HISTORY-EOF
               NOT AT END
                   PERFORM FILE-ONE-SNAPSHOT-RTN
                       VARYING WS-LINK-SUB FROM 1 BY 1
                       UNTIL WS-LINK-SUB > WS-LINK-MAX
           END-READ.

       FILE-ONE-SNAPSHOT-RTN.
           IF HL-ACCOUNT (WS-LINK-SUB) = AH-ACCOUNT
               IF HL-START-DATE (WS-LINK-SUB) = 0
                   MOVE AH-DATE TO HL-START-DATE (WS-LINK-SUB)
                   MOVE AH-MARKET-VALUE TO HL-START-VALUE (WS-LINK-SUB)
               END-IF
               MOVE AH-DATE TO HL-END-DATE (WS-LINK-SUB)
               MOVE AH-MARKET-VALUE TO HL-END-VALUE (WS-LINK-SUB)
           END-IF.

       LOAD-CASH-FLOWS-RTN.
           *> Deposits and withdrawals inside each member's period come
           *> out of the household return, in home currency - the
           *> same external flows ACCOUNT-PERFORMANCE backs out.

           MOVE 'N' TO CASH-EOF.
           OPEN INPUT CASH-FILE.
           IF WS-CASH-STATUS = '00'
               PERFORM LOAD-ONE-FLOW-RTN UNTIL CASH-EOF = 'Y'
               CLOSE CASH-FILE
           END-IF.

       LOAD-ONE-FLOW-RTN.
           READ CASH-FILE
               AT END MOVE 'Y' TO CASH-EOF
               NOT AT END
                   IF CASH-POST-TYPE = 'DEP' OR CASH-POST-TYPE = 'WDR'
                       CALL 'FX-RATE-LOOKUP' USING CASH-POST-CURRENCY
                           WS-FX-RATE WS-FX-FOUND
                       COMPUTE WS-HOME-FLOW =
                           CASH-POST-AMOUNT * WS-FX-RATE
                       PERFORM APPLY-ONE-FLOW-RTN
                           VARYING WS-LINK-SUB FROM 1 BY 1
                           UNTIL WS-LINK-SUB > WS-LINK-MAX
                   END-IF
           END-READ.

       APPLY-ONE-FLOW-RTN.
           IF HL-ACCOUNT (WS-LINK-SUB) = CASH-POST-ACCOUNT
               AND CASH-POST-DATE > HL-START-DATE (WS-LINK-SUB)
               AND CASH-POST-DATE <= HL-END-DATE (WS-LINK-SUB)
               ADD WS-HOME-FLOW TO HL-NET-FLOW (WS-LINK-SUB)
           END-IF.

       REPORT-HOUSEHOLDS-RTN.
           MOVE 'N' TO HOUSEHOLD-EOF.
           OPEN INPUT HOUSEHOLD-FILE.
           IF WS-HOUSEHOLD-STATUS = '00'
               PERFORM REPORT-ONE-HOUSEHOLD-RTN
                   UNTIL HOUSEHOLD-EOF = 'Y'
               CLOSE HOUSEHOLD-FILE
           END-IF.
           PERFORM COUNT-UNKNOWN-RTN
               VARYING WS-LINK-SUB FROM 1 BY 1
               UNTIL WS-LINK-SUB > WS-LINK-MAX.

       COUNT-UNKNOWN-RTN.
           *> An account still pointing at a household since deleted
           *> belongs to none of the sections above.

           IF HL-REPORTED (WS-LINK-SUB) = 'N'
               ADD 1 TO WS-UNKNOWN-COUNT
               DISPLAY 'HOUSEHOLD-REPORT: ACCOUNT '
                   HL-ACCOUNT (WS-LINK-SUB) ' NAMES HOUSEHOLD '
                   HL-HOUSEHOLD (WS-LINK-SUB) ' NOT ON THE MASTER'
           END-IF.

       REPORT-ONE-HOUSEHOLD-RTN.
           READ HOUSEHOLD-FILE
               AT END MOVE 'Y' TO HOUSEHOLD-EOF
               NOT AT END
                   ADD 1 TO WS-HOUSEHOLD-COUNT
                   PERFORM COLLECT-HOUSEHOLD-RTN
                   PERFORM WRITE-HOUSEHOLD-RTN
                   PERFORM WRITE-VALUE-RTN
           END-READ.

       COLLECT-HOUSEHOLD-RTN.
           MOVE 0 TO WS-MEMBER-MAX WS-SYMBOL-MAX WS-SECTOR-MAX
               WS-CLASS-MAX WS-CURRENCY-MAX.
           MOVE 0 TO WS-HOLDINGS-VALUE WS-CASH-VALUE.
           MOVE 0 TO WS-START-DATE WS-END-DATE WS-START-VALUE
               WS-END-VALUE WS-NET-FLOW.
           PERFORM COLLECT-ONE-LINK-RTN
               VARYING WS-LINK-SUB FROM 1 BY 1
               UNTIL WS-LINK-SUB > WS-LINK-MAX.
           COMPUTE WS-TOTAL-VALUE = WS-HOLDINGS-VALUE + WS-CASH-VALUE.

       COLLECT-ONE-LINK-RTN.
           IF HL-HOUSEHOLD (WS-LINK-SUB) = HOUSEHOLD-ID
               MOVE 'Y' TO HL-REPORTED (WS-LINK-SUB)
               IF WS-MEMBER-MAX < 20
                   ADD 1 TO WS-MEMBER-MAX
                   MOVE WS-LINK-SUB TO MB-LINK-SUB (WS-MEMBER-MAX)
                   MOVE 0 TO MB-HOLDINGS (WS-MEMBER-MAX)
                       MB-CASH (WS-MEMBER-MAX)
                   PERFORM COLLECT-HOLDINGS-RTN
                   PERFORM COLLECT-CASH-RTN
                   PERFORM COLLECT-PERFORMANCE-RTN
               ELSE
                   DISPLAY 'HOUSEHOLD-REPORT: HOUSEHOLD ' HOUSEHOLD-ID
                       ' HAS MORE THAN 20 ACCOUNTS - '
                       HL-ACCOUNT (WS-LINK-SUB) ' NOT INCLUDED'
               END-IF
           END-IF.

       COLLECT-HOLDINGS-RTN.
           IF PORTFOLIO-OPEN = 'Y'
               MOVE 'N' TO PORTFOLIO-EOF
               MOVE HL-ACCOUNT (WS-LINK-SUB) TO PORTFOLIO-ACCOUNT
               MOVE LOW-VALUES TO PORTFOLIO-STOCK-SYMBOL
               START PORTFOLIO-FILE KEY IS GREATER THAN OR EQUAL
                   PORTFOLIO-KEY
                   INVALID KEY MOVE 'Y' TO PORTFOLIO-EOF
               END-START
               PERFORM COLLECT-ONE-HOLDING-RTN
                   UNTIL PORTFOLIO-EOF = 'Y'
           END-IF.

       COLLECT-ONE-HOLDING-RTN.
           READ PORTFOLIO-FILE NEXT RECORD
               AT END MOVE 'Y' TO PORTFOLIO-EOF
               NOT AT END
                   IF PORTFOLIO-ACCOUNT NOT = HL-ACCOUNT (WS-LINK-SUB)
                       MOVE 'Y' TO PORTFOLIO-EOF
                   ELSE
                       PERFORM PRICE-ONE-HOLDING-RTN
                   END-IF
           END-READ.

       PRICE-ONE-HOLDING-RTN.
           *> Priced the way the valuation report prices it; a holding
           *> off the stocks master rolls up at zero under its own
           *> heading rather than vanishing.

           MOVE 'N' TO STOCK-FOUND-FLAG.
           IF STOCKS-OPEN = 'Y'
               MOVE PORTFOLIO-STOCK-SYMBOL TO SSYMBOL
               READ STOCKS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO STOCK-FOUND-FLAG
               END-READ
           END-IF.
           IF STOCK-FOUND-FLAG NOT = 'Y'
               MOVE SPACES TO SNAME SCURRENCY
               MOVE 'NO MASTER' TO SSECTOR SASSET-CLASS
               MOVE 0 TO CPRICE
           ELSE
               IF SSECTOR = SPACES
                   MOVE 'UNCLASSIFIED' TO SSECTOR
               END-IF
               IF SASSET-CLASS = SPACES
                   MOVE 'OTHER' TO SASSET-CLASS
               END-IF
           END-IF.
           MULTIPLY NUMBER-OF-SHARES BY AVERAGE-COST
               GIVING ADJUSTED-COST-BASE.
           CALL 'CALCULATE' USING
             BY CONTENT NUMBER-OF-SHARES CPRICE
             ADJUSTED-COST-BASE BY REFERENCE MARKET-VALUE
             TOTAL-GAIN-OR-LOSS.
           CALL 'FX-RATE-LOOKUP' USING SCURRENCY WS-FX-RATE
               WS-FX-FOUND.
           COMPUTE WS-HOME-VALUE = MARKET-VALUE * WS-FX-RATE.
           ADD WS-HOME-VALUE TO MB-HOLDINGS (WS-MEMBER-MAX)
               WS-HOLDINGS-VALUE.
           PERFORM ADD-TO-SYMBOL-RTN.
           MOVE SSECTOR TO WS-GROUP-NAME.
           PERFORM ADD-TO-SECTOR-RTN.
           MOVE SASSET-CLASS TO WS-GROUP-NAME.
           PERFORM ADD-TO-CLASS-RTN.

       ADD-TO-SYMBOL-RTN.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM MATCH-ONE-SYMBOL-RTN
               VARYING WS-SYMBOL-SUB FROM 1 BY 1
               UNTIL WS-SYMBOL-SUB > WS-SYMBOL-MAX
               OR WS-FOUND-FLAG = 'Y'.
           IF WS-FOUND-FLAG = 'N' AND WS-SYMBOL-MAX < 200
               ADD 1 TO WS-SYMBOL-MAX
               MOVE PORTFOLIO-STOCK-SYMBOL TO SY-SYMBOL (WS-SYMBOL-MAX)
               MOVE SNAME TO SY-NAME (WS-SYMBOL-MAX)
               MOVE NUMBER-OF-SHARES TO SY-SHARES (WS-SYMBOL-MAX)
               MOVE WS-HOME-VALUE TO SY-VALUE (WS-SYMBOL-MAX)
           END-IF.

       MATCH-ONE-SYMBOL-RTN.
           IF SY-SYMBOL (WS-SYMBOL-SUB) = PORTFOLIO-STOCK-SYMBOL
               MOVE 'Y' TO WS-FOUND-FLAG
               ADD NUMBER-OF-SHARES TO SY-SHARES (WS-SYMBOL-SUB)
               ADD WS-HOME-VALUE TO SY-VALUE (WS-SYMBOL-SUB)
           END-IF.

       ADD-TO-SECTOR-RTN.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM MATCH-ONE-SECTOR-RTN
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-SECTOR-MAX
               OR WS-FOUND-FLAG = 'Y'.
           IF WS-FOUND-FLAG = 'N' AND WS-SECTOR-MAX < 30
               ADD 1 TO WS-SECTOR-MAX
               MOVE WS-GROUP-NAME TO SC-NAME (WS-SECTOR-MAX)
               MOVE WS-HOME-VALUE TO SC-VALUE (WS-SECTOR-MAX)
           END-IF.

       MATCH-ONE-SECTOR-RTN.
           IF SC-NAME (WS-GROUP-SUB) = WS-GROUP-NAME
               MOVE 'Y' TO WS-FOUND-FLAG
               ADD WS-HOME-VALUE TO SC-VALUE (WS-GROUP-SUB)
           END-IF.

       ADD-TO-CLASS-RTN.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM MATCH-ONE-CLASS-RTN
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-CLASS-MAX
               OR WS-FOUND-FLAG = 'Y'.
           IF WS-FOUND-FLAG = 'N' AND WS-CLASS-MAX < 20
               ADD 1 TO WS-CLASS-MAX
               MOVE WS-GROUP-NAME TO CL-NAME (WS-CLASS-MAX)
               MOVE WS-HOME-VALUE TO CL-VALUE (WS-CLASS-MAX)
           END-IF.

       MATCH-ONE-CLASS-RTN.
           IF CL-NAME (WS-GROUP-SUB) = WS-GROUP-NAME
               MOVE 'Y' TO WS-FOUND-FLAG
               ADD WS-HOME-VALUE TO CL-VALUE (WS-GROUP-SUB)
           END-IF.

       COLLECT-CASH-RTN.
           *> Each member's cash by currency, overdrafts included - the
           *> household owes it as much as it owns the positive
           *> balances.

           IF BALANCE-OPEN = 'Y'
               MOVE 'N' TO BALANCE-EOF
               MOVE HL-ACCOUNT (WS-LINK-SUB) TO CASH-BALANCE-ACCOUNT
               MOVE LOW-VALUES TO CASH-BALANCE-CURRENCY
               START BALANCE-FILE KEY IS NOT < CASH-BALANCE-KEY
                   INVALID KEY MOVE 'Y' TO BALANCE-EOF
               END-START
               PERFORM COLLECT-ONE-BALANCE-RTN UNTIL BALANCE-EOF = 'Y'
           END-IF.

       COLLECT-ONE-BALANCE-RTN.
           READ BALANCE-FILE NEXT RECORD
               AT END MOVE 'Y' TO BALANCE-EOF
               NOT AT END
                   IF CASH-BALANCE-ACCOUNT
                       NOT = HL-ACCOUNT (WS-LINK-SUB)
                       MOVE 'Y' TO BALANCE-EOF
                   ELSE
                       CALL 'FX-RATE-LOOKUP' USING
                           CASH-BALANCE-CURRENCY WS-FX-RATE WS-FX-FOUND
                       COMPUTE WS-HOME-CASH =
                           CASH-BALANCE-AMOUNT * WS-FX-RATE
                       ADD WS-HOME-CASH TO MB-CASH (WS-MEMBER-MAX)
                           WS-CASH-VALUE
                       PERFORM ADD-TO-CURRENCY-RTN
                   END-IF
           END-READ.

       ADD-TO-CURRENCY-RTN.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM MATCH-ONE-CURRENCY-RTN
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-CURRENCY-MAX
               OR WS-FOUND-FLAG = 'Y'.
           IF WS-FOUND-FLAG = 'N' AND WS-CURRENCY-MAX < 10
               ADD 1 TO WS-CURRENCY-MAX
               MOVE CASH-BALANCE-CURRENCY
                   TO CY-CURRENCY (WS-CURRENCY-MAX)
               MOVE CASH-BALANCE-AMOUNT TO CY-AMOUNT (WS-CURRENCY-MAX)
               MOVE WS-HOME-CASH TO CY-HOME (WS-CURRENCY-MAX)
           END-IF.

       MATCH-ONE-CURRENCY-RTN.
           IF CY-CURRENCY (WS-GROUP-SUB) = CASH-BALANCE-CURRENCY
               MOVE 'Y' TO WS-FOUND-FLAG
               ADD CASH-BALANCE-AMOUNT TO CY-AMOUNT (WS-GROUP-SUB)
               ADD WS-HOME-CASH TO CY-HOME (WS-GROUP-SUB)
           END-IF.

       COLLECT-PERFORMANCE-RTN.
           *> The household's period runs from its earliest member
           *> snapshot to its latest; each member adds its own first
           *> and last values and the flows between them.

           IF HL-START-DATE (WS-LINK-SUB) > 0
               IF WS-START-DATE = 0
                   OR HL-START-DATE (WS-LINK-SUB) < WS-START-DATE
                   MOVE HL-START-DATE (WS-LINK-SUB) TO WS-START-DATE
               END-IF
               IF HL-END-DATE (WS-LINK-SUB) > WS-END-DATE
                   MOVE HL-END-DATE (WS-LINK-SUB) TO WS-END-DATE
               END-IF
               ADD HL-START-VALUE (WS-LINK-SUB) TO WS-START-VALUE
               ADD HL-END-VALUE (WS-LINK-SUB) TO WS-END-VALUE
               ADD HL-NET-FLOW (WS-LINK-SUB) TO WS-NET-FLOW
           END-IF.

       WRITE-HOUSEHOLD-RTN.
           MOVE HOUSEHOLD-ID TO HT-ID.
           MOVE HOUSEHOLD-NAME TO HT-NAME.
           MOVE HOUSEHOLD-CONTACT-NAME TO HT-CONTACT.
           MOVE HOUSEHOLD-CONTACT-PHONE TO HT-PHONE.
           MOVE HOUSEHOLD-TITLE-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE DASH-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'MEMBER ACCOUNTS' TO SH-TEXT.
           MOVE SECTION-HEADER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-ONE-MEMBER-RTN
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-MEMBER-MAX.
           MOVE 'COMBINED HOLDINGS (CAD)' TO SH-TEXT.
           MOVE SECTION-HEADER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-ONE-SYMBOL-RTN
               VARYING WS-SYMBOL-SUB FROM 1 BY 1
               UNTIL WS-SYMBOL-SUB > WS-SYMBOL-MAX.
           MOVE 'ALLOCATION BY SECTOR' TO SH-TEXT.
           MOVE SECTION-HEADER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-ONE-SECTOR-RTN
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-SECTOR-MAX.
           MOVE 'ALLOCATION BY ASSET CLASS' TO SH-TEXT.
           MOVE SECTION-HEADER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-ONE-CLASS-RTN
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-CLASS-MAX.
           MOVE 'COMBINED CASH' TO SH-TEXT.
           MOVE SECTION-HEADER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-ONE-CURRENCY-RTN
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-CURRENCY-MAX.
           MOVE 'Holdings value (CAD):' TO TD-LABEL.
           MOVE WS-HOLDINGS-VALUE TO TD-VALUE.
           MOVE TOTAL-DETAIL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Cash (CAD):' TO TD-LABEL.
           MOVE WS-CASH-VALUE TO TD-VALUE.
           MOVE TOTAL-DETAIL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Household total (CAD):' TO TD-LABEL.
           MOVE WS-TOTAL-VALUE TO TD-VALUE.
           MOVE TOTAL-DETAIL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-PERFORMANCE-RTN.
           MOVE EQUAL-SIGNS TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-ONE-MEMBER-RTN.
           MOVE MB-LINK-SUB (WS-MEMBER-SUB) TO WS-LINK-SUB.
           MOVE HL-ACCOUNT (WS-LINK-SUB) TO MD-ACCOUNT.
           MOVE HL-HOLDER-NAME (WS-LINK-SUB) TO MD-HOLDER-NAME.
           MOVE HL-TYPE (WS-LINK-SUB) TO MD-TYPE.
           MOVE HL-STATUS (WS-LINK-SUB) TO MD-STATUS.
           MOVE MB-HOLDINGS (WS-MEMBER-SUB) TO MD-HOLDINGS.
           MOVE MB-CASH (WS-MEMBER-SUB) TO MD-CASH.
           MOVE MEMBER-DETAIL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-ONE-SYMBOL-RTN.
           MOVE SY-SYMBOL (WS-SYMBOL-SUB) TO HD-SYMBOL.
           MOVE SY-NAME (WS-SYMBOL-SUB) TO HD-NAME.
           MOVE SY-SHARES (WS-SYMBOL-SUB) TO HD-SHARES.
           MOVE SY-VALUE (WS-SYMBOL-SUB) TO HD-VALUE.
           MOVE SY-VALUE (WS-SYMBOL-SUB) TO WS-GROUP-VALUE.
           PERFORM COMPUTE-PCT-RTN.
           MOVE WS-PCT TO HD-PCT.
           MOVE HOLDING-DETAIL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-ONE-SECTOR-RTN.
           MOVE SC-NAME (WS-GROUP-SUB) TO GD-NAME.
           MOVE SC-VALUE (WS-GROUP-SUB) TO WS-GROUP-VALUE.
           PERFORM WRITE-GROUP-LINE-RTN.

       WRITE-ONE-CLASS-RTN.
           MOVE CL-NAME (WS-GROUP-SUB) TO GD-NAME.
           MOVE CL-VALUE (WS-GROUP-SUB) TO WS-GROUP-VALUE.
           PERFORM WRITE-GROUP-LINE-RTN.

       WRITE-GROUP-LINE-RTN.
           MOVE WS-GROUP-VALUE TO GD-VALUE.
           PERFORM COMPUTE-PCT-RTN.
           MOVE WS-PCT TO GD-PCT.
           MOVE GROUP-DETAIL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       COMPUTE-PCT-RTN.
           *> Allocation is measured against the household's invested
           *> holdings, the same base ALLOCATION-REPORT uses.

           IF WS-HOLDINGS-VALUE > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-GROUP-VALUE * 100 / WS-HOLDINGS-VALUE
           ELSE
               MOVE 0 TO WS-PCT
           END-IF.

       WRITE-ONE-CURRENCY-RTN.
           MOVE CY-CURRENCY (WS-GROUP-SUB) TO CD-CURRENCY.
           MOVE CY-AMOUNT (WS-GROUP-SUB) TO CD-AMOUNT.
           MOVE CY-HOME (WS-GROUP-SUB) TO CD-HOME.
           MOVE CURRENCY-DETAIL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-PERFORMANCE-RTN.
           *> Period gain with contributions backed out, as a
           *> percentage of the household's starting value.

           MOVE 'PERFORMANCE (FROM ACCOUNT HISTORY)' TO SH-TEXT.
           MOVE SECTION-HEADER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE WS-ADJUSTED-GAIN =
               WS-END-VALUE - WS-START-VALUE - WS-NET-FLOW.
           IF WS-START-VALUE > 0
               COMPUTE WS-RETURN-PCT ROUNDED =
                   WS-ADJUSTED-GAIN * 100 / WS-START-VALUE
                   ON SIZE ERROR MOVE 0 TO WS-RETURN-PCT
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-RETURN-PCT
           END-IF.
           MOVE WS-START-DATE TO PD-FROM-DATE.
           MOVE WS-END-DATE TO PD-TO-DATE.
           MOVE WS-START-VALUE TO PD-START-VALUE.
           MOVE WS-END-VALUE TO PD-END-VALUE.
           MOVE WS-NET-FLOW TO PD-NET-FLOW.
           MOVE WS-RETURN-PCT TO PD-RETURN.
           MOVE PERFORMANCE-DETAIL-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-VALUE-RTN.
           MOVE HOUSEHOLD-ID TO HV-HOUSEHOLD-ID.
           MOVE WS-TODAY-DATE TO HV-DATE.
           MOVE WS-MEMBER-MAX TO HV-MEMBER-COUNT.
           MOVE WS-HOLDINGS-VALUE TO HV-HOLDINGS-VALUE.
           MOVE WS-CASH-VALUE TO HV-CASH-VALUE.
           MOVE WS-TOTAL-VALUE TO HV-TOTAL-VALUE.
           WRITE HOUSEHOLD-VALUE-RECORD.

       CLOSE-RTN.
           MOVE 'Households reported:' TO SU-LABEL.
           MOVE WS-HOUSEHOLD-COUNT TO SU-COUNT.
           MOVE SUMMARY-COUNT-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Accounts linked to a household:' TO SU-LABEL.
           MOVE WS-LINKED-COUNT TO SU-COUNT.
           MOVE SUMMARY-COUNT-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Accounts naming an unknown household:' TO SU-LABEL.
           MOVE WS-UNKNOWN-COUNT TO SU-COUNT.
           MOVE SUMMARY-COUNT-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE VALUES-FILE.
           IF PORTFOLIO-OPEN = 'Y'
               CLOSE PORTFOLIO-FILE
           END-IF.
           IF STOCKS-OPEN = 'Y'
               CLOSE STOCKS-FILE
           END-IF.
           IF BALANCE-OPEN = 'Y'
               CLOSE BALANCE-FILE
           END-IF.
           DISPLAY 'HOUSEHOLD-REPORT: HOUSEHOLDS REPORTED: '
               WS-HOUSEHOLD-COUNT.
       END PROGRAM HOUSEHOLD-REPORT.
